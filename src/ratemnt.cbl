               SELECT MNT-AUDIT-FILE ASSIGN TO "RATEAUD"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-MNT-AUDIT-STATUS.
               SELECT PEND-FILE ASSIGN TO "MNTPEND"
                   ORGANIZATION INDEXED
                   ACCESS DYNAMIC
                   RECORD KEY PEND-KEY
                   FILE STATUS IS SC-PEND-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.
           COPY RATEMREC.

           FD MNT-TRANS-FILE.
           01 MNT-TRANS-RECORD PIC X(21).

           FD RATENEW-FILE.
           01 RATENEW-RECORD.
           FD MNT-AUDIT-FILE.
           01 MNT-AUDIT-RECORD PIC X(100).

           FD PEND-FILE.
           COPY MNTPREC.

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           01 SC-RATE-FILE-STATUS PIC X(02).
           01 SC-MNT-TRANS-STATUS PIC X(02).
           01 SC-MNT-AUDIT-STATUS PIC X(02).
           01 SC-PEND-STATUS PIC X(02).

           *> 処理中の取引。RATETRNS の行も承認済みの承認待ち行も
           *> ここに移してから同じ検査・適用を通す
           01 MNT-RECORD.
              03 MNT-ACTION PIC X(01).
                 88 MNT-ACTION-ADD VALUE "A".
                 88 MNT-ACTION-CHANGE VALUE "C".
                 88 MNT-ACTION-DELETE VALUE "D".
              03 MNT-CCY PIC X(03).
              03 MNT-RATE PIC X(09).
              03 MNT-EFF-DATE PIC X(08).

           01 SC-SWITCHES.
              03 SC-RATE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RATE-EOF VALUE "Y".
              03 SC-MNT-TRANS-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-MNT-TRANS-EOF VALUE "Y".
              03 SC-PEND-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-PEND-EOF VALUE "Y".
              03 SC-APPLY-OK-SWITCH PIC X(01) VALUE "Y".
                 88 SC-APPLY-OK VALUE "Y".
                 88 SC-APPLY-REJECTED VALUE "N".

           01 SC-TODAY PIC 9(08).
           *> PARMの実行日はランジャーナルのキーに使う（再処理日も
           *> MAINと同じ日付で並ぶように）。省略時はシステム日付。
           *> 「SUBMIT 実行日 起票者」なら RATETRNS を適用せずに
           *> 承認待ちとして起票する
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-MODE PIC X(08).
              88 SC-SUBMIT-MODE VALUE "SUBMIT".
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-MAKER PIC X(08).
           01 SC-RLOG-DATE PIC 9(08) VALUE 0.

           *> 承認待ち起票用（キーは起票日・ラン開始時刻・連番）
           01 SC-MAKER-ID PIC X(08) VALUE SPACES.
           01 SC-SUBMIT-TIME PIC 9(08) VALUE 0.
           01 SC-PEND-SEQ PIC 9(04) VALUE 0.
           01 SC-QUEUED-COUNT PIC 9(5) VALUE 0.
           01 SC-PEND-APPLIED-COUNT PIC 9(5) VALUE 0.

           *> レートマスタの作業表（CONVERTの読込み上限と同じ件数）
           01 SC-MAX-RATES PIC 9(3) VALUE 100.
           01 SC-RATE-COUNT PIC 9(3) VALUE 0.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               IF SC-SUBMIT-MODE
                   PERFORM 6000-SUBMIT-TRANSACTIONS THRU 6000-EXIT
                   PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT
                   IF SC-MAKER-ID = SPACES
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF SC-REJECTED-COUNT > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
                   STOP RUN
               END-IF.
               PERFORM 2000-LOAD-RATES THRU 2000-EXIT
                   UNTIL SC-RATE-EOF.
               PERFORM 3000-APPLY-ONE-TRANS THRU 3000-EXIT
                   UNTIL SC-MNT-TRANS-EOF.
               PERFORM 3500-APPLY-APPROVED THRU 3500-EXIT.
               PERFORM 5000-WRITE-RATENEW THRU 5000-EXIT.
               PERFORM 5500-WRITE-TOTALS THRU 5500-EXIT.
               PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
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
               *> 日次の適用ランは従来どおり先頭が実行日
               IF NOT SC-SUBMIT-MODE
                   MOVE SC-PARM-MODE TO SC-PARM-DATE
               END-IF.
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
               IF SC-SUBMIT-MODE
                   MOVE SC-PARM-MAKER TO SC-MAKER-ID
                   *> 実行日を省略すると起票者が二番目の語に詰まる
                   IF SC-PARM-DATE IS NOT NUMERIC
                           AND SC-PARM-MAKER = SPACES
                       MOVE SC-PARM-DATE TO SC-MAKER-ID
                   END-IF
                   GO TO 1000-EXIT
               END-IF.

               OPEN INPUT RATE-FILE.
               IF SC-RATE-FILE-STATUS = "35"
                   SET SC-RATE-EOF TO TRUE

           *> ---- 3000-APPLY-ONE-TRANS ---- <*
           3000-APPLY-ONE-TRANS.
               READ MNT-TRANS-FILE INTO MNT-RECORD
                   AT END
                       SET SC-MNT-TRANS-EOF TO TRUE
                       GO TO 3000-EXIT
               END-READ.
               PERFORM 3050-PROCESS-TRANS THRU 3050-EXIT.
           3000-EXIT.
               EXIT.

           *> ---- 3050-PROCESS-TRANS ---- <*
           *> MNT-RECORD の１件を検査・適用し、結果を報告する
           3050-PROCESS-TRANS.
               SET SC-APPLY-OK TO TRUE.
               MOVE SPACES TO SC-APPLY-MESSAGE.
               PERFORM 3100-VALIDATE-TRANS THRU 3100-EXIT.
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
           3050-EXIT.
               EXIT.

           *> ---- 3500-APPLY-APPROVED ---- <*
           *> 手入力の変更は MNTAPPR で起票者以外が承認したものだけ
           *> を起票順に適用する。表あふれで新マスタへの差替えが
           *> 止まる日は適用せず、承認済みのまま翌日に回す
           3500-APPLY-APPROVED.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "APPROVED CHANGES FROM THE APPROVAL QUEUE:"
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               IF SC-OVERFLOW-COUNT > 0
                   MOVE "  HELD - MASTER OVERFLOW STOPS THE SWAP"
                       TO SC-MNT-RPT-LINE
                   WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE
                   GO TO 3500-EXIT
               END-IF.
               MOVE LOW-VALUES TO PEND-KEY.
               START PEND-FILE KEY NOT < PEND-KEY
                   INVALID KEY
                       SET SC-PEND-EOF TO TRUE
               END-START.
               PERFORM 3510-APPLY-ONE-APPROVED THRU 3510-EXIT
                   UNTIL SC-PEND-EOF.
               IF SC-PEND-APPLIED-COUNT = 0
                   MOVE "  NONE" TO SC-MNT-RPT-LINE
                   WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE
               END-IF.
           3500-EXIT.
               EXIT.

           *> ---- 3510-APPLY-ONE-APPROVED ---- <*
           3510-APPLY-ONE-APPROVED.
               READ PEND-FILE NEXT
                   AT END
                       SET SC-PEND-EOF TO TRUE
                       GO TO 3510-EXIT
               END-READ.
               IF NOT PEND-FOR-RATE OR NOT PEND-APPROVED
                   GO TO 3510-EXIT
               END-IF.
               ADD 1 TO SC-PEND-APPLIED-COUNT.
               MOVE PEND-RATE-ACTION TO MNT-ACTION.
               MOVE PEND-RATE-CCY TO MNT-CCY.
               MOVE PEND-RATE-RATE TO MNT-RATE.
               MOVE PEND-RATE-EFF-DATE TO MNT-EFF-DATE.
               PERFORM 3050-PROCESS-TRANS THRU 3050-EXIT.
               IF SC-APPLY-OK
                   SET PEND-APPLIED TO TRUE
               ELSE
                   SET PEND-APPLY-FAILED TO TRUE
               END-IF.
               MOVE SC-RLOG-DATE TO PEND-APPLY-DATE.
               MOVE SC-APPLY-MESSAGE TO PEND-NOTE.
               REWRITE PEND-RECORD
                   INVALID KEY
                       DISPLAY "RATEMNT: MNTPEND REWRITE FAILED - "
                           "STATUS " SC-PEND-STATUS " KEY " PEND-KEY
               END-REWRITE.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "    REF " PEND-KEY
                   "  MAKER " PEND-MAKER
                   "  CHECKER " PEND-CHECKER
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
           3510-EXIT.
               EXIT.

           *> ---- 3100-VALIDATE-TRANS ---- <*
           5500-EXIT.
               EXIT.

           *> ---- 6000-SUBMIT-TRANSACTIONS ---- <*
           *> RATETRNS の取引を適用せずに承認待ちとして起票する。
           *> 形式は適用時と同じ検査を通し、マスタとの突合せは適用時
           6000-SUBMIT-TRANSACTIONS.
               OPEN INPUT MNT-TRANS-FILE.
               IF SC-MNT-TRANS-STATUS = "35"
                   SET SC-MNT-TRANS-EOF TO TRUE
               END-IF.
               OPEN OUTPUT MNT-RPT-FILE.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING "RATE MASTER CHANGES SUBMITTED " SC-TODAY
                   "  MAKER " SC-MAKER-ID
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
               IF SC-MNT-TRANS-EOF
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
               CLOSE PEND-FILE.
           6000-EXIT.
               EXIT.

           *> ---- 6100-SUBMIT-ONE-TRANS ---- <*
           6100-SUBMIT-ONE-TRANS.
               READ MNT-TRANS-FILE INTO MNT-RECORD
                   AT END
                       SET SC-MNT-TRANS-EOF TO TRUE
                       GO TO 6100-EXIT
               END-READ.
               SET SC-APPLY-OK TO TRUE.
               MOVE SPACES TO SC-APPLY-MESSAGE.
               PERFORM 3100-VALIDATE-TRANS THRU 3100-EXIT.
               IF SC-APPLY-OK
                   PERFORM 6500-QUEUE-TRANS THRU 6500-EXIT
               END-IF.
               IF SC-APPLY-OK
                   MOVE "QUEUED" TO SC-RESULT-TAG
               ELSE
                   ADD 1 TO SC-REJECTED-COUNT
                   MOVE "REJECTED" TO SC-RESULT-TAG
               END-IF.
               MOVE SPACES TO SC-MNT-RPT-LINE.
               STRING MNT-ACTION " " MNT-CCY " " MNT-EFF-DATE " "
                   SC-RESULT-TAG "  " SC-APPLY-MESSAGE
                   DELIMITED BY SIZE INTO SC-MNT-RPT-LINE
               END-STRING.
               WRITE MNT-RPT-RECORD FROM SC-MNT-RPT-LINE.
           6100-EXIT.
               EXIT.

           *> ---- 6500-QUEUE-TRANS ---- <*
           6500-QUEUE-TRANS.
               MOVE SPACES TO PEND-RECORD.
               ADD 1 TO SC-PEND-SEQ.
               MOVE SC-TODAY TO PEND-SUBMIT-DATE.
               MOVE SC-SUBMIT-TIME TO PEND-SUBMIT-TIME.
               MOVE SC-PEND-SEQ TO PEND-SEQ.
               SET PEND-FOR-RATE TO TRUE.
               MOVE SC-MAKER-ID TO PEND-MAKER.
               SET PEND-AWAITING TO TRUE.
               MOVE 0 TO PEND-DECIDE-DATE.
               MOVE 0 TO PEND-APPLY-DATE.
               MOVE MNT-ACTION TO PEND-RATE-ACTION.
               MOVE MNT-CCY TO PEND-RATE-CCY.
               MOVE MNT-RATE TO PEND-RATE-RATE.
               MOVE MNT-EFF-DATE TO PEND-RATE-EFF-DATE.
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
           *> 追加・変更・削除のたびに時刻と前後レートを書き残す
           7000-WRITE-MNT-AUDIT.
               CLOSE RATENEW-FILE.
               CLOSE MNT-RPT-FILE.
               CLOSE MNT-AUDIT-FILE.
               CLOSE PEND-FILE.
           9000-EXIT.
               EXIT.

                   CLOSE RUNLOG-FILE
                   OPEN EXTEND RUNLOG-FILE
               END-IF.
               *> 起票ランは日次ストリームの RATEMNT と区別して記録
               IF SC-SUBMIT-MODE
                   MOVE "RATESUBM" TO RLOG-PROGRAM
               ELSE
                   MOVE "RATEMNT" TO RLOG-PROGRAM
               END-IF.
               MOVE SC-RLOG-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               IF SC-SUBMIT-MODE AND SC-MAKER-ID = SPACES
                   MOVE 8 TO RLOG-RETURN-CODE
               END-IF.
               *> COUNT-3 は起票ランなら起票件数、適用ランなら承認済み
               *> として処理した件数
               MOVE SC-APPLIED-COUNT TO RLOG-COUNT-1.
               MOVE SC-REJECTED-COUNT TO RLOG-COUNT-2.
               IF SC-SUBMIT-MODE
                   MOVE SC-QUEUED-COUNT TO RLOG-COUNT-3
               ELSE
                   MOVE SC-PEND-APPLIED-COUNT TO RLOG-COUNT-3
               END-IF.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
