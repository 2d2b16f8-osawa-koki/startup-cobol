
               *> 保持期限＝実行日からN営業日さかのぼった日付
               SET BDC-REQ-PRIOR TO TRUE.
               MOVE SPACES TO BDC-CURRENCY.
               MOVE SC-RUN-DATE-NUM TO BDC-DATE-1.
               MOVE SC-RETENTION-DAYS TO BDC-DAY-COUNT.
               CALL "BDAYCALC" USING BDC.
               MOVE SC-LINES-READ TO RLOG-COUNT-1.
               MOVE SC-LINES-KEPT TO RLOG-COUNT-2.
               MOVE SC-LINES-ARCHIVED TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
