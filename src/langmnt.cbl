                   FILE STATUS IS SC-MNT-AUDIT-STATUS.
               SELECT MNT-ACT-RPT-FILE ASSIGN TO "LANGARPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT PEND-FILE ASSIGN TO "MNTPEND"
                   ORGANIZATION INDEXED
                   ACCESS DYNAMIC
                   RECORD KEY PEND-KEY
                   FILE STATUS IS SC-PEND-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.
           FD MNT-ACT-RPT-FILE.
           01 MNT-ACT-RPT-RECORD PIC X(80).

           FD PEND-FILE.
           COPY MNTPREC.

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           01 SC-LANGMAST-STATUS PIC X(02).
           01 SC-MNT-TRANS-STATUS PIC X(02).
           01 SC-MNT-AUDIT-STATUS PIC X(02).
           01 SC-PEND-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-LANGMAST-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-APPLY-REJECTED VALUE "N".
              03 SC-MNT-TRANS-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-MNT-TRANS-EOF VALUE "Y".
              03 SC-PEND-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-PEND-EOF VALUE "Y".

           01 SC-MENU-CHOICE PIC X(01).
              88 SC-MENU-ADD VALUE "A".
              88 SC-MENU-LIST VALUE "L".
              88 SC-MENU-EXIT VALUE "X".

           01 SC-INPUT-ACTION PIC X(01).
              88 SC-ACTION-ADD VALUE "A".
              88 SC-ACTION-CHANGE VALUE "C".
              88 SC-ACTION-DELETE VALUE "D".
           01 SC-INPUT-CODE PIC X(08).
           01 SC-INPUT-NAME PIC X(20).
           01 SC-INPUT-STATUS PIC X(01).

           01 SC-TODAY PIC 9(08).

           *> PARMは「モード 実行日 起票者」。実行日はランジャーナルの
           *> キーに使う（再処理日もMAINと同じ日付で並ぶように）。
           *> BATCH は承認済みの変更を適用、SUBMIT は LANGTRNS を
           *> 承認待ちとして起票する（起票者IDが必須）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-MODE PIC X(08).
              88 SC-BATCH-MODE VALUE "BATCH".
              88 SC-SUBMIT-MODE VALUE "SUBMIT".
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-MAKER PIC X(08).
           01 SC-RLOG-DATE PIC 9(08) VALUE 0.

           *> 承認待ち起票用（キーは起票日・ラン開始時刻・連番）
           01 SC-MAKER-ID PIC X(08) VALUE SPACES.
           01 SC-SUBMIT-TIME PIC 9(08) VALUE 0.
           01 SC-PEND-SEQ PIC 9(04) VALUE 0.
           01 SC-QUEUED-COUNT PIC 9(5) VALUE 0.

           01 SC-APPLIED-COUNT PIC 9(5) VALUE 0.
           01 SC-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 SC-MNT-RPT-LINE PIC X(80).

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               EVALUATE TRUE
                   WHEN SC-BATCH-MODE
                       PERFORM 5000-BATCH-MAINTENANCE THRU 5000-EXIT
                   WHEN SC-SUBMIT-MODE
                       PERFORM 6000-SUBMIT-TRANSACTIONS THRU 6000-EXIT
                   WHEN OTHER
                       PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
                           UNTIL SC-MENU-EXIT
               END-EVALUATE.
               PERFORM 9000-CLOSE-LANGMAST THRU 9000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-SUBMIT-MODE AND SC-MAKER-ID = SPACES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-TODAY FROM DATE YYYYMMDD.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               ACCEPT SC-SUBMIT-TIME FROM TIME.
               MOVE SPACES TO SC-PARM-MODE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-MAKER.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-MODE SC-PARM-DATE SC-PARM-MAKER
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RLOG-DATE
               ELSE
                   MOVE SC-TODAY TO SC-RLOG-DATE
               END-IF.

               OPEN I-O PEND-FILE.
               IF SC-PEND-STATUS = "35"
                   OPEN OUTPUT PEND-FILE
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF.

               *> 起票だけのランはマスタに触れない
               IF SC-SUBMIT-MODE
                   MOVE SC-PARM-MAKER TO SC-MAKER-ID
                   *> 実行日を省略すると起票者が二番目の語に詰まる
                   IF SC-PARM-DATE IS NOT NUMERIC
                           AND SC-PARM-MAKER = SPACES
                       MOVE SC-PARM-DATE TO SC-MAKER-ID
                   END-IF
                   GO TO 1000-EXIT
               END-IF.

               OPEN I-O LANGMAST-FILE.
               IF SC-LANGMAST-STATUS = "35"
                   OPEN OUTPUT LANGMAST-FILE
                   CLOSE MNT-AUDIT-FILE
                   OPEN EXTEND MNT-AUDIT-FILE
               END-IF.

               *> 画面からの追加・変更・削除も承認待ちとして起票する
               IF NOT SC-BATCH-MODE
                   DISPLAY "ENTER YOUR USER ID: " WITH NO ADVANCING
                   ACCEPT SC-MAKER-ID
               END-IF.
           1000-EXIT.
               EXIT.

           2000-MENU-CYCLE.
               DISPLAY " ".
               DISPLAY "LANGUAGE MASTER MAINTENANCE".
               DISPLAY "  A - SUBMIT A LANGUAGE ADD".
               DISPLAY "  C - SUBMIT A LANGUAGE CHANGE".
               DISPLAY "  D - SUBMIT A LANGUAGE DELETE".
               DISPLAY "  L - LIST ALL LANGUAGES".
               DISPLAY "  X - EXIT".
               DISPLAY "ENTER SELECTION: " WITH NO ADVANCING.
               MOVE "A" TO SC-INPUT-STATUS.
               MOVE SPACES TO SC-INPUT-EFF-DATE.
               MOVE SPACES TO SC-INPUT-EXP-DATE.
               MOVE "A" TO SC-INPUT-ACTION.
               PERFORM 6500-QUEUE-INPUT THRU 6500-EXIT.
               DISPLAY SC-APPLY-MESSAGE.
           2100-EXIT.
               EXIT.
                   WITH NO ADVANCING.
               ACCEPT SC-INPUT-EXP-DATE.
               MOVE SPACES TO SC-INPUT-EFF-DATE.
               MOVE "C" TO SC-INPUT-ACTION.
               PERFORM 6500-QUEUE-INPUT THRU 6500-EXIT.
               DISPLAY SC-APPLY-MESSAGE.
           2200-EXIT.
               EXIT.
               DISPLAY "ENTER LANGUAGE CODE TO DELETE: "
                   WITH NO ADVANCING.
               ACCEPT SC-INPUT-CODE.
               MOVE SPACES TO SC-INPUT-NAME.
               MOVE SPACES TO SC-INPUT-STATUS.
               MOVE SPACES TO SC-INPUT-EFF-DATE.
               MOVE SPACES TO SC-INPUT-EXP-DATE.
               MOVE "D" TO SC-INPUT-ACTION.
               PERFORM 6500-QUEUE-INPUT THRU 6500-EXIT.
               DISPLAY SC-APPLY-MESSAGE.
           2300-EXIT.
               EXIT.
               EXIT.

           *> ---- 5000-BATCH-MAINTENANCE ---- <*
           *> 承認済みの言語マスタ変更を起票順にバッチウィンドウで
           *> 適用する（起票者と承認者は MNTAPPR で別人と確認済み）
           5000-BATCH-MAINTENANCE.
               OPEN OUTPUT MNT-RPT-FILE.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "LANGUAGE MASTER MAINTENANCE REPORT " SC-TODAY
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               MOVE LOW-VALUES TO PEND-KEY.
               START PEND-FILE KEY NOT < PEND-KEY
                   INVALID KEY
                       SET SC-PEND-EOF TO TRUE
               END-START.
               PERFORM 5100-APPLY-ONE-TRANS THRU 5100-EXIT
                   UNTIL SC-PEND-EOF.
               IF SC-APPLIED-COUNT = 0 AND SC-REJECTED-COUNT = 0
                   MOVE "NO APPROVED LANGUAGE CHANGES TO APPLY"
                       TO SC-MNT-RPT-LINE
                   WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE
               END-IF.
               PERFORM 5500-WRITE-TOTALS THRU 5500-EXIT.
               CLOSE MNT-RPT-FILE.
           5000-EXIT.
               EXIT.

           *> ---- 5100-APPLY-ONE-TRANS ---- <*
           *> 適用結果（適用済み／適用不可）を承認待ち行に書き戻す
           5100-APPLY-ONE-TRANS.
               READ PEND-FILE NEXT
                   AT END
                       SET SC-PEND-EOF TO TRUE
                       GO TO 5100-EXIT
               END-READ.
               IF NOT PEND-FOR-LANG OR NOT PEND-APPROVED
                   GO TO 5100-EXIT
               END-IF.
               MOVE PEND-LANG-ACTION TO SC-INPUT-ACTION.
               MOVE PEND-LANG-CODE TO SC-INPUT-CODE.
               MOVE PEND-LANG-NAME TO SC-INPUT-NAME.
               MOVE PEND-LANG-STATUS TO SC-INPUT-STATUS.
               MOVE PEND-LANG-EFF-DATE TO SC-INPUT-EFF-DATE.
               MOVE PEND-LANG-EXP-DATE TO SC-INPUT-EXP-DATE.
               EVALUATE TRUE
                   WHEN SC-ACTION-ADD
                       PERFORM 2150-APPLY-ADD THRU 2150-EXIT
                   WHEN SC-ACTION-CHANGE
                       PERFORM 2250-APPLY-CHANGE THRU 2250-EXIT
                   WHEN SC-ACTION-DELETE
                       PERFORM 2350-APPLY-DELETE THRU 2350-EXIT
                   WHEN OTHER
                       SET SC-APPLY-REJECTED TO TRUE
               IF SC-APPLY-OK
                   ADD 1 TO SC-APPLIED-COUNT
                   MOVE "APPLIED" TO SC-RESULT-TAG
                   SET PEND-APPLIED TO TRUE
               ELSE
                   ADD 1 TO SC-REJECTED-COUNT
                   MOVE "REJECTED" TO SC-RESULT-TAG
                   SET PEND-APPLY-FAILED TO TRUE
               END-IF.
               MOVE SC-RLOG-DATE TO PEND-APPLY-DATE.
               MOVE SC-APPLY-MESSAGE TO PEND-NOTE.
               REWRITE PEND-RECORD
                   INVALID KEY
                       DISPLAY "LANGMNT: MNTPEND REWRITE FAILED - "
                           "STATUS " SC-PEND-STATUS " KEY " PEND-KEY
               END-REWRITE.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING SC-INPUT-ACTION " " SC-INPUT-CODE " "
                   SC-RESULT-TAG "  " SC-APPLY-MESSAGE
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "    REF " PEND-KEY
                   "  MAKER " PEND-MAKER
                   "  CHECKER " PEND-CHECKER
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
           5500-EXIT.
               EXIT.

           *> ---- 6000-SUBMIT-TRANSACTIONS ---- <*
           *> LANGTRNS の取引を適用せずに承認待ちとして起票する
           6000-SUBMIT-TRANSACTIONS.
               OPEN INPUT MNT-TRANS-FILE.
               OPEN OUTPUT MNT-RPT-FILE.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "LANGUAGE MASTER CHANGES SUBMITTED " SC-TODAY
                   "  MAKER " SC-MAKER-ID
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               IF SC-MNT-TRANS-STATUS = "35"
                   SET SC-MNT-TRANS-EOF TO TRUE
                   MOVE "NO MAINTENANCE TRANSACTION FILE"
                       TO SC-MNT-RPT-LINE
                   WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE
               END-IF.
               IF SC-MAKER-ID = SPACES
                   SET SC-MNT-TRANS-EOF TO TRUE
                   MOVE "MAKER ID MISSING FROM PARM - NOTHING SUBMITTED"
                       TO SC-MNT-RPT-LINE
                   WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE
               END-IF.
               PERFORM 6100-SUBMIT-ONE-TRANS THRU 6100-EXIT
                   UNTIL SC-MNT-TRANS-EOF.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "TRANSACTIONS SUBMITTED: " SC-QUEUED-COUNT
                   "  REJECTED: " SC-REJECTED-COUNT
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               IF SC-MNT-TRANS-STATUS NOT = "35"
                   CLOSE MNT-TRANS-FILE
               END-IF.
               CLOSE MNT-RPT-FILE.
           6000-EXIT.
               EXIT.

           *> ---- 6100-SUBMIT-ONE-TRANS ---- <*
           6100-SUBMIT-ONE-TRANS.
               READ MNT-TRANS-FILE
                   AT END
                       SET SC-MNT-TRANS-EOF TO TRUE
                       GO TO 6100-EXIT
               END-READ.
               MOVE MNT-ACTION TO SC-INPUT-ACTION.
               MOVE MNT-CODE TO SC-INPUT-CODE.
               MOVE MNT-NAME TO SC-INPUT-NAME.
               MOVE MNT-STATUS TO SC-INPUT-STATUS.
               MOVE MNT-EFF-DATE TO SC-INPUT-EFF-DATE.
               MOVE MNT-EXP-DATE TO SC-INPUT-EXP-DATE.
               PERFORM 6500-QUEUE-INPUT THRU 6500-EXIT.
               IF SC-APPLY-OK
                   MOVE "QUEUED" TO SC-RESULT-TAG
               ELSE
                   ADD 1 TO SC-REJECTED-COUNT
                   MOVE "REJECTED" TO SC-RESULT-TAG
               END-IF.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING MNT-ACTION " " MNT-CODE " " SC-RESULT-TAG
                   "  " SC-APPLY-MESSAGE
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
           6100-EXIT.
               EXIT.

           *> ---- 6500-QUEUE-INPUT ---- <*
           *> 画面と起票バッチの両方から使う承認待ち行の書込み。
           *> ここでは形式だけを確かめ、マスタとの突合せは適用時
           6500-QUEUE-INPUT.
               SET SC-APPLY-OK TO TRUE.
               IF SC-MAKER-ID = SPACES
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "USER ID IS REQUIRED" TO SC-APPLY-MESSAGE
                   GO TO 6500-EXIT
               END-IF.
               IF NOT SC-ACTION-ADD AND NOT SC-ACTION-CHANGE
                       AND NOT SC-ACTION-DELETE
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "INVALID ACTION CODE" TO SC-APPLY-MESSAGE
                   GO TO 6500-EXIT
               END-IF.
               IF SC-INPUT-CODE = SPACES
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "LANGUAGE CODE IS REQUIRED"
                       TO SC-APPLY-MESSAGE
                   GO TO 6500-EXIT
               END-IF.
               IF SC-ACTION-ADD AND SC-INPUT-NAME = SPACES
                   SET SC-APPLY-REJECTED TO TRUE
                   MOVE "LANGUAGE NAME IS REQUIRED"
                       TO SC-APPLY-MESSAGE
                   GO TO 6500-EXIT
               END-IF.
               MOVE SPACES TO PEND-RECORD.
               ADD 1 TO SC-PEND-SEQ.
               MOVE SC-TODAY TO PEND-SUBMIT-DATE.
               MOVE SC-SUBMIT-TIME TO PEND-SUBMIT-TIME.
               MOVE SC-PEND-SEQ TO PEND-SEQ.
               SET PEND-FOR-LANG TO TRUE.
               MOVE SC-MAKER-ID TO PEND-MAKER.
               SET PEND-AWAITING TO TRUE.
               MOVE 0 TO PEND-DECIDE-DATE.
               MOVE 0 TO PEND-APPLY-DATE.
               MOVE SC-INPUT-ACTION TO PEND-LANG-ACTION.
               MOVE SC-INPUT-CODE TO PEND-LANG-CODE.
               MOVE SC-INPUT-NAME TO PEND-LANG-NAME.
               MOVE SC-INPUT-STATUS TO PEND-LANG-STATUS.
               MOVE SC-INPUT-EFF-DATE TO PEND-LANG-EFF-DATE.
               MOVE SC-INPUT-EXP-DATE TO PEND-LANG-EXP-DATE.
               WRITE PEND-RECORD
                   INVALID KEY
                       SET SC-APPLY-REJECTED TO TRUE
                       MOVE "APPROVAL QUEUE KEY ALREADY IN USE"
                           TO SC-APPLY-MESSAGE
                   NOT INVALID KEY
                       ADD 1 TO SC-QUEUED-COUNT
                       MOVE SPACES TO SC-APPLY-MESSAGE
                       STRING "QUEUED FOR APPROVAL " PEND-KEY
                           DELIMITED BY SIZE INTO SC-APPLY-MESSAGE
                       END-STRING
               END-WRITE.
           6500-EXIT.
               EXIT.

           *> ---- 7000-WRITE-MNT-AUDIT ---- <*
           *> 追加・変更・削除のたびに時刻と前後像を書き残す
           7000-WRITE-MNT-AUDIT.
               STRING "ADDS: " SC-ADD-DONE-COUNT
                   "  CHANGES: " SC-CHANGE-DONE-COUNT
                   "  DELETES: " SC-DELETE-DONE-COUNT
                   "  SUBMITTED: " SC-QUEUED-COUNT
                   DELIMITED BY SIZE INTO SC-ACT-RPT-LINE
               END-STRING.
               WRITE MNT-ACT-RPT-RECORD FROM SC-ACT-RPT-LINE.
                   CLOSE RUNLOG-FILE
                   OPEN EXTEND RUNLOG-FILE
               END-IF.
               *> 起票ランは日次ストリームの LANGMNT と区別して記録
               IF SC-SUBMIT-MODE
                   MOVE "LANGSUBM" TO RLOG-PROGRAM
               ELSE
                   MOVE "LANGMNT" TO RLOG-PROGRAM
               END-IF.
               MOVE SC-RLOG-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-SUBMIT-MODE AND SC-MAKER-ID = SPACES
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-REJECTED-COUNT > 0
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-APPLIED-COUNT TO RLOG-COUNT-1.
               MOVE SC-REJECTED-COUNT TO RLOG-COUNT-2.
               MOVE SC-QUEUED-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.

           *> ---- 9000-CLOSE-LANGMAST ---- <*
           9000-CLOSE-LANGMAST.
               CLOSE PEND-FILE.
               IF SC-SUBMIT-MODE
                   GO TO 9000-EXIT
               END-IF.
               PERFORM 8000-WRITE-ACTIVITY-REPORT THRU 8000-EXIT.
               CLOSE LANGMAST-FILE.
               CLOSE MNT-AUDIT-FILE.
