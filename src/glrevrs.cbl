           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. GLREVRS.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GLHIST-FILE ASSIGN TO "GLHIST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-GLHIST-STATUS.
               SELECT GLMAP-FILE ASSIGN TO "GLMAP"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-GLMAP-STATUS.
               SELECT GLREVPST-FILE ASSIGN TO "GLREVPST"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT REV-RPT-FILE ASSIGN TO "GLREVRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           *> GLEXTが記帳ごとに追記する仕訳履歴（逆仕訳もここへ戻す）
           FD GLHIST-FILE.
           COPY GLPOSTR.

           FD GLMAP-FILE.
           01 GLMAP-RECORD.
              03 GLMAP-CCY PIC X(03).
              03 GLMAP-DR-ACCT PIC 9(08).
              03 GLMAP-CR-ACCT PIC 9(08).

           FD GLREVPST-FILE.
           01 GLREVPST-RECORD PIC X(47).

           FD REV-RPT-FILE.
           01 REV-RPT-RECORD PIC X(100).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-GLHIST-STATUS PIC X(02).
           01 SC-GLMAP-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-GLHIST-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-GLHIST-EOF VALUE "Y".
              03 SC-GLMAP-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-GLMAP-EOF VALUE "Y".
              03 SC-REVERSAL-REFUSED-SWITCH PIC X(01) VALUE "N".
                 88 SC-REVERSAL-REFUSED VALUE "Y".
              03 SC-MAP-WARNING-SWITCH PIC X(01) VALUE "N".
                 88 SC-MAP-WARNING VALUE "Y".

           *> 逆仕訳の対象日は必須（BACKOUTと同じく既定値を持たない）
           01 SC-PARM-DATE PIC X(08).
           01 SC-RUN-DATE PIC 9(08).

           *> 勘定科目マッピングマスタの表
           01 SC-MAX-MAPS PIC 9(3) VALUE 50.
           01 SC-MAP-COUNT PIC 9(3) VALUE 0.
           01 SC-MAP-TABLE.
              03 SC-MAP-ENTRY OCCURS 50 TIMES.
                 05 SC-MAP-CCY PIC X(03).
                 05 SC-MAP-DR-ACCT PIC 9(08).
                 05 SC-MAP-CR-ACCT PIC 9(08).
           01 SC-MAP-COUNTER PIC 9(3) VALUE 0.
           01 SC-MAP-INDEX PIC 9(3) VALUE 0.

           *> 対象日の記帳を通貨・値日・勘定・貸借ごとに組み立て直す表
           01 SC-MAX-PAIRS PIC 9(3) VALUE 100.
           01 SC-PAIR-COUNT PIC 9(3) VALUE 0.
           01 SC-PAIR-TABLE.
              03 SC-PAIR-ENTRY OCCURS 100 TIMES.
                 05 SC-PAIR-CCY PIC X(03).
                 05 SC-PAIR-VALUE-DATE PIC 9(08).
                 05 SC-PAIR-ACCOUNT PIC 9(08).
                 05 SC-PAIR-DC PIC X(01).
                 05 SC-PAIR-AMOUNT PIC S9(9)V99.
                 05 SC-PAIR-RECORDS PIC 9(5).
           01 SC-PAIR-COUNTER PIC 9(3) VALUE 0.
           01 SC-PAIR-INDEX PIC 9(3) VALUE 0.

           01 SC-HIST-VALUE-DATE PIC 9(08) VALUE 0.
           01 SC-HIST-READ-COUNT PIC 9(7) VALUE 0.
           01 SC-POSTED-FOUND PIC 9(5) VALUE 0.
           01 SC-REVERSED-FOUND PIC 9(5) VALUE 0.
           01 SC-REVERSAL-COUNT PIC 9(5) VALUE 0.
           01 SC-TOTAL-DEBIT PIC S9(11)V99 VALUE 0.
           01 SC-TOTAL-CREDIT PIC S9(11)V99 VALUE 0.
           01 SC-NET-AMOUNT PIC S9(11)V99 VALUE 0.
           01 SC-REFUSE-REASON PIC X(50) VALUE SPACES.

           01 SC-EDIT-AMOUNT PIC -(9)9.99.
           01 SC-EDIT-DEBIT PIC -(11)9.99.
           01 SC-EDIT-CREDIT PIC -(11)9.99.

           01 SC-RPT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-LOAD-GLMAP THRU 2000-EXIT
                   UNTIL SC-GLMAP-EOF.
               PERFORM 3000-SCAN-HISTORY THRU 3000-EXIT
                   UNTIL SC-GLHIST-EOF.
               PERFORM 4000-CHECK-ELIGIBLE THRU 4000-EXIT.
               PERFORM 5000-WRITE-REVERSALS THRU 5000-EXIT.
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-DATE FROM COMMAND-LINE.
               IF SC-PARM-DATE IS NOT NUMERIC
                   DISPLAY "GLREVRS: RUN DATE PARM (YYYYMMDD) IS "
                       "REQUIRED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SC-PARM-DATE TO SC-RUN-DATE.

               OPEN INPUT GLHIST-FILE.
               IF SC-GLHIST-STATUS = "35"
                   SET SC-GLHIST-EOF TO TRUE
               END-IF.
               OPEN INPUT GLMAP-FILE.
               IF SC-GLMAP-STATUS = "35"
                   SET SC-GLMAP-EOF TO TRUE
               END-IF.
               OPEN OUTPUT GLREVPST-FILE.
               OPEN OUTPUT REV-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "GL REVERSAL JOURNAL FOR RUN DATE " SC-RUN-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REV-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-LOAD-GLMAP ---- <*
           2000-LOAD-GLMAP.
               READ GLMAP-FILE
                   AT END
                       SET SC-GLMAP-EOF TO TRUE
                   NOT AT END
                       IF GLMAP-DR-ACCT IS NUMERIC
                               AND GLMAP-CR-ACCT IS NUMERIC
                               AND SC-MAP-COUNT < SC-MAX-MAPS
                           ADD 1 TO SC-MAP-COUNT
                           MOVE GLMAP-CCY
                               TO SC-MAP-CCY(SC-MAP-COUNT)
                           MOVE GLMAP-DR-ACCT
                               TO SC-MAP-DR-ACCT(SC-MAP-COUNT)
                           MOVE GLMAP-CR-ACCT
                               TO SC-MAP-CR-ACCT(SC-MAP-COUNT)
                       END-IF
               END-READ.
           2000-EXIT.
               EXIT.

           *> ---- 3000-SCAN-HISTORY ---- <*
           *> 履歴は追記順。逆仕訳の行が出たら、それまでの記帳は
           *> 取消済みなので表を空にする。再処理後に改めて記帳された
           *> 分だけが表に残り、二重の取消にはならない
           3000-SCAN-HISTORY.
               READ GLHIST-FILE
                   AT END
                       SET SC-GLHIST-EOF TO TRUE
                       GO TO 3000-EXIT
               END-READ.
               ADD 1 TO SC-HIST-READ-COUNT.
               IF GLPOST-RUN-DATE NOT = SC-RUN-DATE
                   GO TO 3000-EXIT
               END-IF.
               EVALUATE GLPOST-SOURCE
                   WHEN "XYZDAILY"
                       ADD 1 TO SC-POSTED-FOUND
                       PERFORM 3100-ADD-TO-PAIR THRU 3100-EXIT
                   WHEN "XYZREVRS"
                       ADD 1 TO SC-REVERSED-FOUND
                       MOVE 0 TO SC-PAIR-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
           3000-EXIT.
               EXIT.

           *> ---- 3100-ADD-TO-PAIR ---- <*
           3100-ADD-TO-PAIR.
               *> 値日のない旧履歴は対象日決済とみなす
               IF GLPOST-VALUE-DATE IS NUMERIC
                       AND GLPOST-VALUE-DATE NOT = 0
                   MOVE GLPOST-VALUE-DATE TO SC-HIST-VALUE-DATE
               ELSE
                   MOVE SC-RUN-DATE TO SC-HIST-VALUE-DATE
               END-IF.
               MOVE 0 TO SC-PAIR-INDEX.
               MOVE 1 TO SC-PAIR-COUNTER.
               PERFORM 3110-FIND-PAIR THRU 3110-EXIT
                   UNTIL SC-PAIR-COUNTER > SC-PAIR-COUNT
                       OR SC-PAIR-INDEX > 0.
               IF SC-PAIR-INDEX = 0
                   IF SC-PAIR-COUNT < SC-MAX-PAIRS
                       ADD 1 TO SC-PAIR-COUNT
                       MOVE SC-PAIR-COUNT TO SC-PAIR-INDEX
                       MOVE GLPOST-CCY TO SC-PAIR-CCY(SC-PAIR-INDEX)
                       MOVE SC-HIST-VALUE-DATE
                           TO SC-PAIR-VALUE-DATE(SC-PAIR-INDEX)
                       MOVE GLPOST-ACCOUNT
                           TO SC-PAIR-ACCOUNT(SC-PAIR-INDEX)
                       MOVE GLPOST-DC TO SC-PAIR-DC(SC-PAIR-INDEX)
                       MOVE 0 TO SC-PAIR-AMOUNT(SC-PAIR-INDEX)
                       MOVE 0 TO SC-PAIR-RECORDS(SC-PAIR-INDEX)
                   ELSE
                       SET SC-REVERSAL-REFUSED TO TRUE
                       MOVE "POSTING TABLE LIMIT REACHED"
                           TO SC-REFUSE-REASON
                       GO TO 3100-EXIT
                   END-IF
               END-IF.
               ADD GLPOST-AMOUNT TO SC-PAIR-AMOUNT(SC-PAIR-INDEX).
               ADD 1 TO SC-PAIR-RECORDS(SC-PAIR-INDEX).
           3100-EXIT.
               EXIT.

           *> ---- 3110-FIND-PAIR ---- <*
           3110-FIND-PAIR.
               IF SC-PAIR-CCY(SC-PAIR-COUNTER) = GLPOST-CCY
                       AND SC-PAIR-VALUE-DATE(SC-PAIR-COUNTER)
                           = SC-HIST-VALUE-DATE
                       AND SC-PAIR-ACCOUNT(SC-PAIR-COUNTER)
                           = GLPOST-ACCOUNT
                       AND SC-PAIR-DC(SC-PAIR-COUNTER) = GLPOST-DC
                   MOVE SC-PAIR-COUNTER TO SC-PAIR-INDEX
               END-IF.
               ADD 1 TO SC-PAIR-COUNTER.
           3110-EXIT.
               EXIT.

           *> ---- 4000-CHECK-ELIGIBLE ---- <*
           *> 未記帳の日付・取消済みの日付・貸借不一致は一切書かない
           4000-CHECK-ELIGIBLE.
               IF SC-GLHIST-STATUS NOT = "35"
                   CLOSE GLHIST-FILE
               END-IF.
               IF SC-REVERSAL-REFUSED
                   GO TO 4000-EXIT
               END-IF.
               IF SC-PAIR-COUNT = 0
                   SET SC-REVERSAL-REFUSED TO TRUE
                   IF SC-REVERSED-FOUND > 0
                       MOVE "DATE HAS ALREADY BEEN REVERSED"
                           TO SC-REFUSE-REASON
                   ELSE
                       MOVE "DATE WAS NEVER POSTED BY GLEXT"
                           TO SC-REFUSE-REASON
                   END-IF
                   GO TO 4000-EXIT
               END-IF.

               MOVE 1 TO SC-PAIR-INDEX.
               PERFORM 4100-CHECK-ONE-PAIR THRU 4100-EXIT
                   UNTIL SC-PAIR-INDEX > SC-PAIR-COUNT.
               COMPUTE SC-NET-AMOUNT =
                   SC-TOTAL-DEBIT - SC-TOTAL-CREDIT.
               IF SC-NET-AMOUNT NOT = 0
                   SET SC-REVERSAL-REFUSED TO TRUE
                   MOVE "POSTED ENTRIES DO NOT NET TO ZERO"
                       TO SC-REFUSE-REASON
               END-IF.
           4000-EXIT.
               EXIT.

           *> ---- 4100-CHECK-ONE-PAIR ---- <*
           *> 取り消すのは実際に記帳された勘定。GLMAPがその後変わって
           *> いれば警告だけ出し、記帳時の勘定のまま逆仕訳する
           4100-CHECK-ONE-PAIR.
               IF SC-PAIR-DC(SC-PAIR-INDEX) = "D"
                   ADD SC-PAIR-AMOUNT(SC-PAIR-INDEX) TO SC-TOTAL-DEBIT
               ELSE
                   ADD SC-PAIR-AMOUNT(SC-PAIR-INDEX)
                       TO SC-TOTAL-CREDIT
               END-IF.
               MOVE 0 TO SC-MAP-INDEX.
               MOVE 1 TO SC-MAP-COUNTER.
               PERFORM 4200-FIND-MAP THRU 4200-EXIT
                   UNTIL SC-MAP-COUNTER > SC-MAP-COUNT
                       OR SC-MAP-INDEX > 0.
               IF SC-MAP-INDEX = 0
                   SET SC-MAP-WARNING TO TRUE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: " SC-PAIR-CCY(SC-PAIR-INDEX)
                       " NO LONGER HAS A GL ACCOUNT MAPPING"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE REV-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 4100-NEXT
               END-IF.
               IF (SC-PAIR-DC(SC-PAIR-INDEX) = "D"
                       AND SC-PAIR-ACCOUNT(SC-PAIR-INDEX)
                           NOT = SC-MAP-DR-ACCT(SC-MAP-INDEX))
                   OR (SC-PAIR-DC(SC-PAIR-INDEX) = "C"
                       AND SC-PAIR-ACCOUNT(SC-PAIR-INDEX)
                           NOT = SC-MAP-CR-ACCT(SC-MAP-INDEX))
                   SET SC-MAP-WARNING TO TRUE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: " SC-PAIR-CCY(SC-PAIR-INDEX)
                       " " SC-PAIR-DC(SC-PAIR-INDEX)
                       " ACCOUNT " SC-PAIR-ACCOUNT(SC-PAIR-INDEX)
                       " DIFFERS FROM CURRENT GLMAP - REVERSED AS "
                       "POSTED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE REV-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           4100-NEXT.
               ADD 1 TO SC-PAIR-INDEX.
           4100-EXIT.
               EXIT.

           *> ---- 4200-FIND-MAP ---- <*
           4200-FIND-MAP.
               IF SC-MAP-CCY(SC-MAP-COUNTER)
                       = SC-PAIR-CCY(SC-PAIR-INDEX)
                   MOVE SC-MAP-COUNTER TO SC-MAP-INDEX
               END-IF.
               ADD 1 TO SC-MAP-COUNTER.
           4200-EXIT.
               EXIT.

           *> ---- 5000-WRITE-REVERSALS ---- <*
           *> 貸借を入れ替えた仕訳を出力し、同じ行を履歴へも戻して
           *> 次回の二重取消を防ぐ
           5000-WRITE-REVERSALS.
               IF SC-REVERSAL-REFUSED
                   GO TO 5000-EXIT
               END-IF.
               OPEN EXTEND GLHIST-FILE.
               IF SC-GLHIST-STATUS = "35"
                   OPEN OUTPUT GLHIST-FILE
                   CLOSE GLHIST-FILE
                   OPEN EXTEND GLHIST-FILE
               END-IF.
               MOVE 1 TO SC-PAIR-INDEX.
               PERFORM 5100-REVERSE-ONE-PAIR THRU 5100-EXIT
                   UNTIL SC-PAIR-INDEX > SC-PAIR-COUNT.
               CLOSE GLHIST-FILE.
           5000-EXIT.
               EXIT.

           *> ---- 5100-REVERSE-ONE-PAIR ---- <*
           5100-REVERSE-ONE-PAIR.
               MOVE SC-RUN-DATE TO GLPOST-RUN-DATE.
               MOVE SC-PAIR-ACCOUNT(SC-PAIR-INDEX) TO GLPOST-ACCOUNT.
               IF SC-PAIR-DC(SC-PAIR-INDEX) = "D"
                   SET GLPOST-CREDIT TO TRUE
               ELSE
                   SET GLPOST-DEBIT TO TRUE
               END-IF.
               MOVE SC-PAIR-AMOUNT(SC-PAIR-INDEX) TO GLPOST-AMOUNT.
               MOVE SC-PAIR-CCY(SC-PAIR-INDEX) TO GLPOST-CCY.
               MOVE "XYZREVRS" TO GLPOST-SOURCE.
               MOVE SC-PAIR-VALUE-DATE(SC-PAIR-INDEX)
                   TO GLPOST-VALUE-DATE.

               MOVE SC-PAIR-AMOUNT(SC-PAIR-INDEX) TO SC-EDIT-AMOUNT.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "REVERSED " SC-PAIR-CCY(SC-PAIR-INDEX)
                   " VALUE " SC-PAIR-VALUE-DATE(SC-PAIR-INDEX)
                   "  POSTED " SC-PAIR-DC(SC-PAIR-INDEX)
                   " " SC-PAIR-ACCOUNT(SC-PAIR-INDEX)
                   "  NOW " GLPOST-DC
                   "  AMOUNT: " SC-EDIT-AMOUNT
                   "  ENTRIES: " SC-PAIR-RECORDS(SC-PAIR-INDEX)
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.

               WRITE GLREVPST-RECORD FROM GLPOST-RECORD.
               WRITE GLPOST-RECORD.
               ADD 1 TO SC-REVERSAL-COUNT.
               WRITE REV-RPT-RECORD FROM SC-RPT-LINE.
               ADD 1 TO SC-PAIR-INDEX.
           5100-EXIT.
               EXIT.

           *> ---- 6000-WRITE-TOTALS ---- <*
           6000-WRITE-TOTALS.
               IF SC-REVERSAL-REFUSED
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "REFUSED: " SC-REFUSE-REASON
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE REV-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               MOVE SC-TOTAL-DEBIT TO SC-EDIT-DEBIT.
               MOVE SC-TOTAL-CREDIT TO SC-EDIT-CREDIT.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "POSTED ENTRIES FOUND: " SC-POSTED-FOUND
                   "  PRIOR REVERSAL ENTRIES: " SC-REVERSED-FOUND
                   "  REVERSING ENTRIES WRITTEN: " SC-REVERSAL-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REV-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ORIGINAL DEBITS: " SC-EDIT-DEBIT
                   "  ORIGINAL CREDITS: " SC-EDIT-CREDIT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REV-RPT-RECORD FROM SC-RPT-LINE.
               IF NOT SC-REVERSAL-REFUSED
                   MOVE "REVERSAL COMPLETE: ENTRIES BALANCED"
                       TO SC-RPT-LINE
                   WRITE REV-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           6000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-GLMAP-STATUS NOT = "35"
                   CLOSE GLMAP-FILE
               END-IF.
               CLOSE GLREVPST-FILE.
               CLOSE REV-RPT-FILE.
               IF SC-REVERSAL-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-MAP-WARNING
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
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
               MOVE "GLREVRS" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-REVERSAL-REFUSED
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-MAP-WARNING
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-HIST-READ-COUNT TO RLOG-COUNT-1.
               MOVE SC-POSTED-FOUND TO RLOG-COUNT-2.
               MOVE SC-REVERSAL-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM GLREVRS.
