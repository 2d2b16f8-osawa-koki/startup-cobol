               MOVE SC-ADD-COUNT TO RLOG-COUNT-1.
               MOVE SC-CHANGE-COUNT TO RLOG-COUNT-2.
               MOVE SC-DELETE-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
