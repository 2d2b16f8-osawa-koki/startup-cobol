               MOVE SC-DETAIL-ARCHIVED TO RLOG-COUNT-1.
               MOVE SC-RECORDS-KEPT TO RLOG-COUNT-2.
               MOVE SC-MONTHS-WRITTEN TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
