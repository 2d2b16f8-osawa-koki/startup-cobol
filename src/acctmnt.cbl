           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCTMNT.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
                   ORGANIZATION INDEXED
                   ACCESS RANDOM
                   RECORD KEY ACCTMAST-KEY
                   FILE STATUS IS SC-ACCTMAST-STATUS.
               SELECT MNT-TRANS-FILE ASSIGN TO "ACCTTRNS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-MNT-TRANS-STATUS.
               SELECT MNT-RPT-FILE ASSIGN TO "ACCTMRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT MNT-AUDIT-FILE ASSIGN TO "ACCTAUD"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-MNT-AUDIT-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD ACCTMAST-FILE.
           COPY ACCTMREC.

           FD MNT-TRANS-FILE.
           01 MNT-RECORD.
              03 MNT-ACTION PIC X(01).
                 88 MNT-ACTION-OPEN VALUE "A".
                 88 MNT-ACTION-CLOSE VALUE "C".
                 88 MNT-ACTION-REOPEN VALUE "R".
              03 MNT-ACCOUNT PIC X(10).
              03 MNT-CCY PIC X(03).
              03 MNT-NAME PIC X(30).

           FD MNT-RPT-FILE.
           01 MNT-RPT-RECORD PIC X(80).

           FD MNT-AUDIT-FILE.
           01 MNT-AUDIT-RECORD PIC X(100).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.
           01 SC-ACCTMAST-STATUS PIC X(02).
           01 SC-MNT-TRANS-STATUS PIC X(02).
           01 SC-MNT-AUDIT-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-MNT-TRANS-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-MNT-TRANS-EOF VALUE "Y".
              03 SC-APPLY-OK-SWITCH PIC X(01) VALUE "Y".
                 88 SC-APPLY-OK VALUE "Y".
                 88 SC-APPLY-REJECTED VALUE "N".

           01 SC-TODAY PIC 9(08).
           *> PARMの実行日は開設日とランジャーナルのキーに使う
           *> （再処理日もMAINと同じ日付で並ぶように）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-RUN-DATE PIC 9(08) VALUE 0.

           01 SC-APPLY-MESSAGE PIC X(40).
           01 SC-RESULT-TAG PIC X(08).
           01 SC-APPLIED-COUNT PIC 9(5) VALUE 0.
           01 SC-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 SC-MNT-RPT-LINE PIC X(80).
           01 SC-JOB-RC PIC 9(2) VALUE 0.

           *> 変更前後の状態と残高つきのメンテナンス監査証跡
           01 SC-AUDIT-TIME PIC 9(8).
           01 SC-BEFORE-STATUS PIC X(01).
           01 SC-AFTER-STATUS PIC X(01).
           01 SC-EDIT-BAL PIC -(11)9.99.
           01 SC-MNT-AUDIT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-APPLY-ONE-TRANS THRU 2000-EXIT
                   UNTIL SC-MNT-TRANS-EOF.
               PERFORM 5500-WRITE-TOTALS THRU 5500-EXIT.
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               MOVE SC-JOB-RC TO RETURN-CODE.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-TODAY FROM DATE YYYYMMDD.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   MOVE SC-TODAY TO SC-RUN-DATE
               END-IF.

               *> 初回はここで空の口座マスタを作る
               OPEN I-O ACCTMAST-FILE.
               IF SC-ACCTMAST-STATUS = "35"
                   OPEN OUTPUT ACCTMAST-FILE
                   CLOSE ACCTMAST-FILE
                   OPEN I-O ACCTMAST-FILE
               END-IF.
               IF SC-ACCTMAST-STATUS NOT = "00"
                   DISPLAY "ACCTMNT: ACCTMAST OPEN FAILED - STATUS "
                       SC-ACCTMAST-STATUS
                   MOVE 8 TO SC-JOB-RC
                   PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT MNT-TRANS-FILE.
               IF SC-MNT-TRANS-STATUS = "35"
                   SET SC-MNT-TRANS-EOF TO TRUE
               END-IF.
               OPEN OUTPUT MNT-RPT-FILE.
               OPEN EXTEND MNT-AUDIT-FILE.
               IF SC-MNT-AUDIT-STATUS = "35"
                   OPEN OUTPUT MNT-AUDIT-FILE
                   CLOSE MNT-AUDIT-FILE
                   OPEN EXTEND MNT-AUDIT-FILE
               END-IF.

               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "ACCOUNT MASTER MAINTENANCE REPORT " SC-RUN-DATE
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               IF SC-MNT-TRANS-EOF
                   MOVE "NO MAINTENANCE TRANSACTION FILE"
                       TO SC-MNT-RPT-LINE
                   WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE
               END-IF.
           1000-EXIT.
               EXIT.

           *> ---- 2000-APPLY-ONE-TRANS ---- <*
           2000-APPLY-ONE-TRANS.
               READ MNT-TRANS-FILE
                   AT END
                       SET SC-MNT-TRANS-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               SET SC-APPLY-OK TO TRUE.
               MOVE SPACES TO SC-BEFORE-STATUS.
               MOVE SPACES TO SC-AFTER-STATUS.
               IF MNT-ACCOUNT = SPACES OR MNT-CCY = SPACES
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "ACCOUNT AND CURRENCY ARE REQUIRED"
                       TO SC-APPLY-MESSAGE
               ELSE
                   EVALUATE TRUE
                       WHEN MNT-ACTION-OPEN
                           PERFORM 2100-APPLY-OPEN THRU 2100-EXIT
                       WHEN MNT-ACTION-CLOSE
                           PERFORM 2200-APPLY-CLOSE THRU 2200-EXIT
                       WHEN MNT-ACTION-REOPEN
                           PERFORM 2300-APPLY-REOPEN THRU 2300-EXIT
                       WHEN OTHER
                           SET SC-APPLY-REJECTED TO TRUE
                           MOVE "INVALID ACTION CODE"
                               TO SC-APPLY-MESSAGE
                   END-EVALUATE
               END-IF.
               IF SC-APPLY-OK
                   ADD 1 TO SC-APPLIED-COUNT
                   MOVE "APPLIED" TO SC-RESULT-TAG
                   PERFORM 7000-WRITE-MNT-AUDIT THRU 7000-EXIT
               ELSE
                   ADD 1 TO SC-REJECTED-COUNT
                   MOVE "REJECTED" TO SC-RESULT-TAG
               END-IF.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING MNT-ACTION " " MNT-ACCOUNT " " MNT-CCY " "
                   SC-RESULT-TAG "  " SC-APPLY-MESSAGE
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
           2000-EXIT.
               EXIT.

           *> ---- 2100-APPLY-OPEN ---- <*
           *> 新規口座はゼロ残高で開設する（残高はMAINの計上のみ）
           2100-APPLY-OPEN.
               IF MNT-NAME = SPACES
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "ACCOUNT NAME IS REQUIRED" TO SC-APPLY-MESSAGE
                   GO TO 2100-EXIT
               END-IF.
               MOVE MNT-ACCOUNT TO ACCTMAST-NUMBER.
               MOVE MNT-CCY TO ACCTMAST-CCY.
               MOVE MNT-NAME TO ACCTMAST-NAME.
               SET ACCTMAST-OPEN TO TRUE.
               MOVE SC-RUN-DATE TO ACCTMAST-OPEN-DATE.
               MOVE SC-RUN-DATE TO ACCTMAST-BAL-DATE.
               MOVE 0 TO ACCTMAST-OPENING-BAL.
               MOVE 0 TO ACCTMAST-DAY-ACTIVITY.
               MOVE 0 TO ACCTMAST-CLOSING-BAL.
               MOVE 0 TO ACCTMAST-LAST-ACT-DATE.
               MOVE 0 TO ACCTMAST-PREV-ACT-DATE.
               WRITE ACCTMAST-RECORD
                   INVALID KEY
                       SET SC-APPLY-REJECTED TO TRUE
                       MOVE "ACCOUNT ALREADY EXISTS FOR CURRENCY"
                           TO SC-APPLY-MESSAGE
                   NOT INVALID KEY
                       MOVE "ACCOUNT OPENED" TO SC-APPLY-MESSAGE
                       MOVE "O" TO SC-AFTER-STATUS
               END-WRITE.
           2100-EXIT.
               EXIT.

           *> ---- 2200-APPLY-CLOSE ---- <*
           *> 残高が残っている口座は解約させない（先に振り替える）
           2200-APPLY-CLOSE.
               MOVE MNT-ACCOUNT TO ACCTMAST-NUMBER.
               MOVE MNT-CCY TO ACCTMAST-CCY.
               READ ACCTMAST-FILE
                   INVALID KEY
                       SET SC-APPLY-REJECTED TO TRUE
                       MOVE "ACCOUNT NOT FOUND" TO SC-APPLY-MESSAGE
                       GO TO 2200-EXIT
               END-READ.
               MOVE ACCTMAST-STATUS TO SC-BEFORE-STATUS.
               IF ACCTMAST-CLOSED
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "ACCOUNT ALREADY CLOSED" TO SC-APPLY-MESSAGE
                   GO TO 2200-EXIT
               END-IF.
               IF ACCTMAST-CLOSING-BAL NOT = 0
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "ACCOUNT BALANCE IS NOT ZERO"
                       TO SC-APPLY-MESSAGE
                   GO TO 2200-EXIT
               END-IF.
               SET ACCTMAST-CLOSED TO TRUE.
               REWRITE ACCTMAST-RECORD
                   INVALID KEY
                       SET SC-APPLY-REJECTED TO TRUE
                       MOVE "REWRITE FAILED" TO SC-APPLY-MESSAGE
                   NOT INVALID KEY
                       MOVE "ACCOUNT CLOSED" TO SC-APPLY-MESSAGE
                       MOVE "C" TO SC-AFTER-STATUS
               END-REWRITE.
           2200-EXIT.
               EXIT.

           *> ---- 2300-APPLY-REOPEN ---- <*
           2300-APPLY-REOPEN.
               MOVE MNT-ACCOUNT TO ACCTMAST-NUMBER.
               MOVE MNT-CCY TO ACCTMAST-CCY.
               READ ACCTMAST-FILE
                   INVALID KEY
                       SET SC-APPLY-REJECTED TO TRUE
                       MOVE "ACCOUNT NOT FOUND" TO SC-APPLY-MESSAGE
                       GO TO 2300-EXIT
               END-READ.
               MOVE ACCTMAST-STATUS TO SC-BEFORE-STATUS.
               IF ACCTMAST-OPEN
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "ACCOUNT IS ALREADY OPEN" TO SC-APPLY-MESSAGE
                   GO TO 2300-EXIT
               END-IF.
               SET ACCTMAST-OPEN TO TRUE.
               IF MNT-NAME NOT = SPACES
                   MOVE MNT-NAME TO ACCTMAST-NAME
               END-IF.
               REWRITE ACCTMAST-RECORD
                   INVALID KEY
                       SET SC-APPLY-REJECTED TO TRUE
                       MOVE "REWRITE FAILED" TO SC-APPLY-MESSAGE
                   NOT INVALID KEY
                       MOVE "ACCOUNT REOPENED" TO SC-APPLY-MESSAGE
                       MOVE "O" TO SC-AFTER-STATUS
               END-REWRITE.
           2300-EXIT.
               EXIT.

           *> ---- 5500-WRITE-TOTALS ---- <*
           5500-WRITE-TOTALS.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "TRANSACTIONS APPLIED: " SC-APPLIED-COUNT
                   "  REJECTED: " SC-REJECTED-COUNT
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               IF SC-REJECTED-COUNT > 0
                   MOVE 4 TO SC-JOB-RC
               END-IF.
           5500-EXIT.
               EXIT.

           *> ---- 7000-WRITE-MNT-AUDIT ---- <*
           *> 開設・解約・再開のたびに時刻と前後の状態を書き残す
           7000-WRITE-MNT-AUDIT.
               ACCEPT SC-AUDIT-TIME FROM TIME.
               MOVE ACCTMAST-CLOSING-BAL TO SC-EDIT-BAL.
               MOVE SPACES TO SC-MNT-AUDIT-LINE.
               STRING SC-RUN-DATE "-" SC-AUDIT-TIME
                   "  ACT=" MNT-ACTION
                   "  ACCT=" MNT-ACCOUNT
                   "  CCY=" MNT-CCY
                   "  BEFORE=" SC-BEFORE-STATUS
                   "  AFTER=" SC-AFTER-STATUS
                   "  BAL=" SC-EDIT-BAL
                   DELIMITED BY SIZE INTO SC-MNT-AUDIT-LINE
               END-STRING.
               WRITE MNT-AUDIT-RECORD FROM SC-MNT-AUDIT-LINE.
           7000-EXIT.
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
               MOVE "ACCTMNT" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               MOVE SC-JOB-RC TO RLOG-RETURN-CODE.
               MOVE SC-APPLIED-COUNT TO RLOG-COUNT-1.
               MOVE SC-REJECTED-COUNT TO RLOG-COUNT-2.
               MOVE 0 TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           *> ---- 9000-CLOSE-FILES ---- <*
           9000-CLOSE-FILES.
               CLOSE ACCTMAST-FILE.
               IF SC-MNT-TRANS-STATUS NOT = "35"
                   CLOSE MNT-TRANS-FILE
               END-IF.
               CLOSE MNT-RPT-FILE.
               CLOSE MNT-AUDIT-FILE.
           9000-EXIT.
               EXIT.

           END PROGRAM ACCTMNT.
