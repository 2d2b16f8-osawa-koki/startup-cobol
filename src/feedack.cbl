           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. FEEDACK.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACKDATA-FILE ASSIGN TO "ACKDATA"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-ACKDATA-STATUS.
               SELECT ACKOUT-FILE ASSIGN TO "ACKOUT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD ACKDATA-FILE.
           COPY ACKREC.

           *> 受信元へ返す受領通知。H（日付・受信元）、明細ごとの
           *> D（処理結果・理由コード・元の明細）、T（件数）の順
           FD ACKOUT-FILE.
           01 ACKOUT-RECORD.
              03 ACKO-REC-TYPE PIC X(01).
              03 ACKO-BODY PIC X(60).
              03 ACKO-HEADER-DATA REDEFINES ACKO-BODY.
                 05 ACKO-HDR-DATE PIC 9(08).
                 05 ACKO-HDR-SOURCE PIC X(08).
                 05 FILLER PIC X(44).
              03 ACKO-DETAIL-DATA REDEFINES ACKO-BODY.
                 05 ACKO-DISPOSITION PIC X(01).
                 05 ACKO-REASON-CODE PIC X(04).
                 05 ACKO-ORIG-TYPE PIC X(01).
                 05 ACKO-ORIG-DATA PIC X(22).
                 05 ACKO-ACCOUNT PIC X(10).
                 05 FILLER PIC X(22).
              03 ACKO-TRAILER-DATA REDEFINES ACKO-BODY.
                 05 ACKO-TRL-COUNT PIC 9(06).
                 05 ACKO-TRL-ACCEPTED PIC 9(06).
                 05 ACKO-TRL-DUPLICATE PIC 9(06).
                 05 ACKO-TRL-REJECTED PIC 9(06).
                 05 ACKO-TRL-SUSPENDED PIC 9(06).
                 05 FILLER PIC X(30).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-ACKDATA-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-ACKDATA-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-ACKDATA-EOF VALUE "Y".

           *> PARMは実行日と受信元（受信元ごとに１ステップ流す）。
           *> 第３項に処理サイクル番号を指定するとそのサイクルの
           *> 結果だけを返す（省略時は当日の全サイクル）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-ACK-SOURCE PIC X(08).
           01 SC-PARM-CYCLE PIC X(02).
           01 SC-RUN-DATE PIC 9(08).
           01 SC-SELECT-CYCLE PIC 9(02) VALUE 0.
           01 SC-REC-CYCLE PIC 9(02) VALUE 0.

           01 SC-DETAIL-COUNT PIC 9(6) VALUE 0.
           01 SC-ACCEPTED-COUNT PIC 9(6) VALUE 0.
           01 SC-DUPLICATE-COUNT PIC 9(6) VALUE 0.
           01 SC-REJECTED-COUNT PIC 9(6) VALUE 0.
           01 SC-SUSPENDED-COUNT PIC 9(6) VALUE 0.
           01 SC-NOT-OK-COUNT PIC 9(6) VALUE 0.
           01 SC-JOB-RC PIC 9(2) VALUE 0.

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-COPY-ONE-RESULT THRU 2000-EXIT
                   UNTIL SC-ACKDATA-EOF.
               PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               MOVE SC-JOB-RC TO RETURN-CODE.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-ACK-SOURCE.
               MOVE SPACES TO SC-PARM-CYCLE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-ACK-SOURCE SC-PARM-CYCLE
               END-UNSTRING.
               IF SC-PARM-CYCLE IS NUMERIC
                   MOVE SC-PARM-CYCLE TO SC-SELECT-CYCLE
               END-IF.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.
               *> 受信元なしでは全受信元の結果が混ざるので実行しない
               IF SC-ACK-SOURCE = SPACES
                   DISPLAY "FEEDACK: SOURCE NAME REQUIRED ON PARM"
                   MOVE 8 TO SC-JOB-RC
                   PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT
                   MOVE SC-JOB-RC TO RETURN-CODE
                   STOP RUN
               END-IF.

               OPEN INPUT ACKDATA-FILE.
               IF SC-ACKDATA-STATUS = "35"
                   *> MAINが流れていない日でも空の通知は返す
                   SET SC-ACKDATA-EOF TO TRUE
                   DISPLAY "FEEDACK: NO ACKDATA FOR " SC-RUN-DATE
                   MOVE 4 TO SC-JOB-RC
               END-IF.
               OPEN OUTPUT ACKOUT-FILE.

               MOVE SPACES TO ACKOUT-RECORD.
               MOVE "H" TO ACKO-REC-TYPE.
               MOVE SC-RUN-DATE TO ACKO-HDR-DATE.
               MOVE SC-ACK-SOURCE TO ACKO-HDR-SOURCE.
               WRITE ACKOUT-RECORD.
           1000-EXIT.
               EXIT.

           *> ---- 2000-COPY-ONE-RESULT ---- <*
           *> 指定受信元・実行日の処理結果だけを通知に写す
           2000-COPY-ONE-RESULT.
               READ ACKDATA-FILE
                   AT END
                       SET SC-ACKDATA-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF ACK-SOURCE NOT = SC-ACK-SOURCE
                       OR ACK-RUN-DATE NOT = SC-RUN-DATE
                   GO TO 2000-EXIT
               END-IF.
               IF SC-SELECT-CYCLE NOT = 0
                   IF ACK-CYCLE IS NUMERIC
                           AND ACK-CYCLE NOT = "00"
                       MOVE ACK-CYCLE TO SC-REC-CYCLE
                   ELSE
                       MOVE 1 TO SC-REC-CYCLE
                   END-IF
                   IF SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                       GO TO 2000-EXIT
                   END-IF
               END-IF.
               MOVE SPACES TO ACKOUT-RECORD.
               MOVE "D" TO ACKO-REC-TYPE.
               MOVE ACK-DISPOSITION TO ACKO-DISPOSITION.
               MOVE ACK-REASON-CODE TO ACKO-REASON-CODE.
               MOVE ACK-REC-TYPE TO ACKO-ORIG-TYPE.
               MOVE ACK-DATA TO ACKO-ORIG-DATA.
               MOVE ACK-ACCOUNT TO ACKO-ACCOUNT.
               WRITE ACKOUT-RECORD.
               ADD 1 TO SC-DETAIL-COUNT.
               EVALUATE TRUE
                   WHEN ACK-ACCEPTED
                       ADD 1 TO SC-ACCEPTED-COUNT
                   WHEN ACK-DUPLICATE
                       ADD 1 TO SC-DUPLICATE-COUNT
                   WHEN ACK-REJECTED
                       ADD 1 TO SC-REJECTED-COUNT
                   WHEN ACK-SUSPENDED
                       ADD 1 TO SC-SUSPENDED-COUNT
               END-EVALUATE.
           2000-EXIT.
               EXIT.

           *> ---- 3000-WRITE-TRAILER ---- <*
           *> 受信元は送った件数とトレーラ件数を突き合わせられる
           3000-WRITE-TRAILER.
               MOVE SPACES TO ACKOUT-RECORD.
               MOVE "T" TO ACKO-REC-TYPE.
               MOVE SC-DETAIL-COUNT TO ACKO-TRL-COUNT.
               MOVE SC-ACCEPTED-COUNT TO ACKO-TRL-ACCEPTED.
               MOVE SC-DUPLICATE-COUNT TO ACKO-TRL-DUPLICATE.
               MOVE SC-REJECTED-COUNT TO ACKO-TRL-REJECTED.
               MOVE SC-SUSPENDED-COUNT TO ACKO-TRL-SUSPENDED.
               WRITE ACKOUT-RECORD.
               COMPUTE SC-NOT-OK-COUNT = SC-DUPLICATE-COUNT
                   + SC-REJECTED-COUNT + SC-SUSPENDED-COUNT.
               DISPLAY "FEEDACK " SC-ACK-SOURCE " " SC-RUN-DATE
                   "  RECORDS: " SC-DETAIL-COUNT
                   "  ACCEPTED: " SC-ACCEPTED-COUNT
                   "  DUPLICATE: " SC-DUPLICATE-COUNT
                   "  REJECTED: " SC-REJECTED-COUNT
                   "  SUSPENDED: " SC-SUSPENDED-COUNT.
           3000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-ACKDATA-STATUS NOT = "35"
                   CLOSE ACKDATA-FILE
               END-IF.
               CLOSE ACKOUT-FILE.
           8000-EXIT.
               EXIT.

           *> ---- 8900-WRITE-RUN-JOURNAL ---- <*
           *> ステップ完了記録を共有ランジャーナルへ追記する
           8900-WRITE-RUN-JOURNAL.
               OPEN EXTEND RUNLOG-FILE.
               IF SC-RUNLOG-STATUS = "35"
                   OPEN OUTPUT RUNLOG-FILE
                   CLOSE RUNLOG-FILE
                   OPEN EXTEND RUNLOG-FILE
               END-IF.
               MOVE "FEEDACK" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               MOVE SC-JOB-RC TO RLOG-RETURN-CODE.
               MOVE SC-DETAIL-COUNT TO RLOG-COUNT-1.
               MOVE SC-ACCEPTED-COUNT TO RLOG-COUNT-2.
               MOVE SC-NOT-OK-COUNT TO RLOG-COUNT-3.
               IF SC-SELECT-CYCLE = 0
                   MOVE SPACES TO RLOG-CYCLE
               ELSE
                   MOVE SC-SELECT-CYCLE TO RLOG-CYCLE
               END-IF.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM FEEDACK.
