                 05 REG-DATE PIC 9(08).
                 05 REG-REC-TYPE PIC X(01).
                 05 REG-DATA PIC X(22).
                 05 REG-ACCOUNT PIC X(10).

           FD PURGE-RPT-FILE.
           01 PURGE-RPT-RECORD PIC X(80).
               MOVE SC-READ-COUNT TO RLOG-COUNT-1.
               MOVE SC-PURGED-COUNT TO RLOG-COUNT-2.
               MOVE SC-KEPT-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
