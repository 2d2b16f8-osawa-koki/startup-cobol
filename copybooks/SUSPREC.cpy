              03 SUSP-REC-TYPE PIC X(01).
              03 SUSP-DATA PIC X(22).
              03 SUSP-REASON PIC X(30).
              03 SUSP-ACCOUNT PIC X(10).
              03 SUSP-SOURCE PIC X(08).
