               MOVE SC-MSUM-READ-COUNT TO RLOG-COUNT-1.
               MOVE 0 TO RLOG-COUNT-2.
               MOVE 0 TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
