           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. MNTAPPR.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEND-FILE ASSIGN TO "MNTPEND"
                   ORGANIZATION INDEXED
                   ACCESS DYNAMIC
                   RECORD KEY PEND-KEY
                   FILE STATUS IS SC-PEND-STATUS.
               SELECT DECISION-FILE ASSIGN TO "MNTDECN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-DECISION-STATUS.
               SELECT APPR-RPT-FILE ASSIGN TO "MNTARPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD PEND-FILE.
           COPY MNTPREC.

           *> 承認者の判定カード：承認待ち行の参照番号・A/R・理由
           FD DECISION-FILE.
           01 DECN-RECORD.
              03 DECN-KEY PIC X(20).
              03 DECN-DECISION PIC X(01).
                 88 DECN-APPROVE VALUE "A".
                 88 DECN-REJECT VALUE "R".
              03 DECN-REASON PIC X(40).

           FD APPR-RPT-FILE.
           01 APPR-RPT-RECORD PIC X(100).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-PEND-STATUS PIC X(02).
           01 SC-DECISION-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-DECISION-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-DECISION-EOF VALUE "Y".
              03 SC-CARD-OK-SWITCH PIC X(01) VALUE "Y".
                 88 SC-CARD-OK VALUE "Y".
                 88 SC-CARD-REFUSED VALUE "N".

           *> PARMは「実行日 承認者」。承認者IDがなければ何も判定しない
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-CHECKER PIC X(08).
           01 SC-RUN-DATE PIC 9(08).
           01 SC-CHECKER-ID PIC X(08).

           01 SC-READ-COUNT PIC 9(5) VALUE 0.
           01 SC-APPROVED-COUNT PIC 9(5) VALUE 0.
           01 SC-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 SC-REFUSED-COUNT PIC 9(5) VALUE 0.

           01 SC-CARD-MESSAGE PIC X(40).
           01 SC-CHANGE-TEXT PIC X(50).
           01 SC-RPT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-DECIDE-ONE THRU 2000-EXIT
                   UNTIL SC-DECISION-EOF.
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-CHECKER-ID = SPACES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-REFUSED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-CHECKER.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-CHECKER
               END-UNSTRING.
               *> 日付を省略して承認者だけを渡した場合も拾う
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
                   MOVE SC-PARM-CHECKER TO SC-CHECKER-ID
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
                   IF SC-PARM-DATE = SPACES
                       MOVE SC-PARM-CHECKER TO SC-CHECKER-ID
                   ELSE
                       MOVE SC-PARM-DATE TO SC-CHECKER-ID
                   END-IF
               END-IF.

               OPEN I-O PEND-FILE.
               IF SC-PEND-STATUS = "35"
                   OPEN OUTPUT PEND-FILE
                   CLOSE PEND-FILE
                   OPEN I-O PEND-FILE
               END-IF.
               *> 初回作成（35）以外で開けなければ即時異常終了する
               IF SC-PEND-STATUS NOT = "00"
                   DISPLAY "MNTAPPR: MNTPEND OPEN FAILED - STATUS "
                       SC-PEND-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT DECISION-FILE.
               IF SC-DECISION-STATUS = "35"
                   SET SC-DECISION-EOF TO TRUE
               END-IF.
               OPEN OUTPUT APPR-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "MASTER MAINTENANCE APPROVAL RUN " SC-RUN-DATE
                   "  CHECKER " SC-CHECKER-ID
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE APPR-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "REFERENCE            MSTR MAKER    RESULT    "
                   "CHANGE / MESSAGE"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE APPR-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-DECISION-EOF
                   MOVE "NO DECISION FILE" TO SC-RPT-LINE
                   WRITE APPR-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               IF SC-CHECKER-ID = SPACES
                   SET SC-DECISION-EOF TO TRUE
                   MOVE "CHECKER ID MISSING FROM PARM - NOTHING DECIDED"
                       TO SC-RPT-LINE
                   WRITE APPR-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           1000-EXIT.
               EXIT.

           *> ---- 2000-DECIDE-ONE ---- <*
           *> 判定カード１枚を承認待ち行に反映する
           2000-DECIDE-ONE.
               READ DECISION-FILE
                   AT END
                       SET SC-DECISION-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               ADD 1 TO SC-READ-COUNT.
               SET SC-CARD-OK TO TRUE.
               MOVE SPACES TO SC-CARD-MESSAGE.
               MOVE SPACES TO SC-CHANGE-TEXT.
               PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
               IF SC-CARD-OK
                   PERFORM 2200-RECORD-DECISION THRU 2200-EXIT
               END-IF.

               MOVE SPACES TO SC-RPT-LINE.
               IF SC-CARD-OK
                   STRING DECN-KEY " " PEND-MASTER " " PEND-MAKER
                       " " SC-CARD-MESSAGE(1:9) " " SC-CHANGE-TEXT
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO SC-REFUSED-COUNT
                   STRING DECN-KEY " ---- -------- REFUSED   "
                       SC-CARD-MESSAGE
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
               WRITE APPR-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-CARD-OK AND DECN-REJECT
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "    REASON: " DECN-REASON
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE APPR-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           2000-EXIT.
               EXIT.

           *> ---- 2100-CHECK-CARD ---- <*
           *> 起票者本人による判定と、判定済みの行への再判定は拒否
           2100-CHECK-CARD.
               IF NOT DECN-APPROVE AND NOT DECN-REJECT
                   SET SC-CARD-REFUSED TO TRUE
                   MOVE "DECISION MUST BE A OR R" TO SC-CARD-MESSAGE
                   GO TO 2100-EXIT
               END-IF.
               IF DECN-REJECT AND DECN-REASON = SPACES
                   SET SC-CARD-REFUSED TO TRUE
                   MOVE "REJECTION NEEDS A REASON" TO SC-CARD-MESSAGE
                   GO TO 2100-EXIT
               END-IF.
               MOVE DECN-KEY TO PEND-KEY.
               READ PEND-FILE
                   INVALID KEY
                       SET SC-CARD-REFUSED TO TRUE
                       MOVE "REFERENCE NOT FOUND" TO SC-CARD-MESSAGE
                       GO TO 2100-EXIT
               END-READ.
               IF NOT PEND-AWAITING
                   SET SC-CARD-REFUSED TO TRUE
                   STRING "NOT AWAITING APPROVAL - STATUS "
                       PEND-STATUS
                       DELIMITED BY SIZE INTO SC-CARD-MESSAGE
                   END-STRING
                   GO TO 2100-EXIT
               END-IF.
               IF PEND-MAKER = SC-CHECKER-ID
                   SET SC-CARD-REFUSED TO TRUE
                   MOVE "MAKER MAY NOT DECIDE OWN CHANGE"
                       TO SC-CARD-MESSAGE
               END-IF.
           2100-EXIT.
               EXIT.

           *> ---- 2200-RECORD-DECISION ---- <*
           2200-RECORD-DECISION.
               IF DECN-APPROVE
                   SET PEND-APPROVED TO TRUE
                   MOVE SPACES TO PEND-NOTE
                   MOVE "APPROVED" TO SC-CARD-MESSAGE
               ELSE
                   SET PEND-REJECTED TO TRUE
                   MOVE DECN-REASON TO PEND-NOTE
                   MOVE "REJECTED" TO SC-CARD-MESSAGE
               END-IF.
               MOVE SC-CHECKER-ID TO PEND-CHECKER.
               MOVE SC-RUN-DATE TO PEND-DECIDE-DATE.
               REWRITE PEND-RECORD
                   INVALID KEY
                       SET SC-CARD-REFUSED TO TRUE
                       MOVE "APPROVAL QUEUE REWRITE FAILED"
                           TO SC-CARD-MESSAGE
                       GO TO 2200-EXIT
               END-REWRITE.
               IF DECN-APPROVE
                   ADD 1 TO SC-APPROVED-COUNT
               ELSE
                   ADD 1 TO SC-REJECTED-COUNT
               END-IF.
               PERFORM 2300-DESCRIBE-CHANGE THRU 2300-EXIT.
           2200-EXIT.
               EXIT.

           *> ---- 2300-DESCRIBE-CHANGE ---- <*
           *> 承認対象の取引内容を報告用に１行にまとめる
           2300-DESCRIBE-CHANGE.
               MOVE SPACES TO SC-CHANGE-TEXT.
               IF PEND-FOR-LANG
                   STRING PEND-LANG-ACTION " " PEND-LANG-CODE
                       " " PEND-LANG-NAME
                       " " PEND-LANG-STATUS
                       " " PEND-LANG-EXP-DATE
                       DELIMITED BY SIZE INTO SC-CHANGE-TEXT
                   END-STRING
               ELSE
                   STRING PEND-RATE-ACTION " " PEND-RATE-CCY
                       " " PEND-RATE-RATE
                       " EFF " PEND-RATE-EFF-DATE
                       DELIMITED BY SIZE INTO SC-CHANGE-TEXT
                   END-STRING
               END-IF.
           2300-EXIT.
               EXIT.

           *> ---- 3000-WRITE-TOTALS ---- <*
           3000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "DECISIONS READ: " SC-READ-COUNT
                   "  APPROVED: " SC-APPROVED-COUNT
                   "  REJECTED: " SC-REJECTED-COUNT
                   "  REFUSED: " SC-REFUSED-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE APPR-RPT-RECORD FROM SC-RPT-LINE.
           3000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               CLOSE PEND-FILE.
               IF SC-DECISION-STATUS NOT = "35"
                   CLOSE DECISION-FILE
               END-IF.
               CLOSE APPR-RPT-FILE.
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
               MOVE "MNTAPPR" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-CHECKER-ID = SPACES
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-REFUSED-COUNT > 0
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-APPROVED-COUNT TO RLOG-COUNT-1.
               MOVE SC-REJECTED-COUNT TO RLOG-COUNT-2.
               MOVE SC-REFUSED-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM MNTAPPR.
