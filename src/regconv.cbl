                 05 REG-DATE PIC 9(08).
                 05 REG-REC-TYPE PIC X(01).
                 05 REG-DATA PIC X(22).
                 05 REG-ACCOUNT PIC X(10).

           FD CONV-RPT-FILE.
           01 CONV-RPT-RECORD PIC X(80).
               MOVE OLD-DATE TO REG-DATE.
               MOVE OLD-REC-TYPE TO REG-REC-TYPE.
               MOVE OLD-DATA TO REG-DATA.
               MOVE SPACES TO REG-ACCOUNT.
               WRITE REGISTRY-RECORD
                   INVALID KEY
                       *> 順次書込での21は順序違反、22はキー重複
