           01 SC-PARM-STALE PIC X(03).

           01 SC-RUN-DATE PIC 9(08).
           *> TRANSINヘッダの処理サイクル番号（ジャーナル記録用）
           01 SC-RUN-CYCLE PIC X(02) VALUE SPACES.
           01 SC-RUN-INTEGER PIC 9(8).
           *> レートが何日古くまで許されるか（PARM第２項で上書き可）
           01 SC-STALE-LIMIT PIC 9(3) VALUE 30.
                       SET SC-TRANS-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF TRANS-TYPE-HEADER
                   IF TRANS-HDR-CYCLE IS NUMERIC
                           AND TRANS-HDR-CYCLE NOT = "00"
                       MOVE TRANS-HDR-CYCLE TO SC-RUN-CYCLE
                   ELSE
                       MOVE "01" TO SC-RUN-CYCLE
                   END-IF
               END-IF.
               IF NOT TRANS-TYPE-XYZ
                   GO TO 2000-EXIT
               END-IF.
               MOVE SC-CCY-COUNT TO RLOG-COUNT-1.
               MOVE SC-MISSING-COUNT TO RLOG-COUNT-2.
               MOVE SC-STALE-COUNT TO RLOG-COUNT-3.
               MOVE SC-RUN-CYCLE TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
