           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. FXREVAL.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT XYZOUT-FILE ASSIGN TO "XYZOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZOUT-STATUS.
               SELECT RATE-FILE ASSIGN TO "RATEMAST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RATE-FILE-STATUS.
               SELECT GLMAP-FILE ASSIGN TO "GLMAP"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-GLMAP-STATUS.
               SELECT GLPOST-FILE ASSIGN TO "FXGLPOST"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT REVAL-RPT-FILE ASSIGN TO "FXRVRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD XYZOUT-FILE.
           COPY XYZOREC.

           FD RATE-FILE.
           COPY RATEMREC.

           FD GLMAP-FILE.
           01 GLMAP-RECORD.
              03 GLMAP-CCY PIC X(03).
              03 GLMAP-DR-ACCT PIC 9(08).
              03 GLMAP-CR-ACCT PIC 9(08).

           FD GLPOST-FILE.
           COPY GLPOSTR.

           FD REVAL-RPT-FILE.
           01 REVAL-RPT-RECORD PIC X(100).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.
           01 SC-XYZOUT-STATUS PIC X(02).
           01 SC-RATE-FILE-STATUS PIC X(02).
           01 SC-GLMAP-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-XYZOUT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZOUT-EOF VALUE "Y".
              03 SC-RATE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RATE-EOF VALUE "Y".
              03 SC-GLMAP-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-GLMAP-EOF VALUE "Y".
              03 SC-REVAL-FAIL-SWITCH PIC X(01) VALUE "N".
                 88 SC-REVAL-FAIL VALUE "Y".
              03 SC-REVAL-WARNING-SWITCH PIC X(01) VALUE "N".
                 88 SC-REVAL-WARNING VALUE "Y".

           *> PARM: 対象月（YYYYMM、省略時は当月） 評価損益勘定
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-MONTH PIC X(08).
           01 SC-PARM-FX-ACCT PIC X(08).
           01 SC-REVAL-MONTH PIC 9(06).
           01 SC-TODAY PIC 9(08).
           01 SC-REC-MONTH PIC 9(06).
           01 SC-FX-ACCT PIC 9(08) VALUE 0.

           *> 評価日＝対象月の最終営業日（翌月１日から１営業日前）
           01 SC-NEXT-MONTH-START.
              03 SC-NEXT-YYYY PIC 9(4).
              03 SC-NEXT-MM PIC 9(2).
              03 SC-NEXT-DD PIC 9(2).
           01 SC-NEXT-MONTH-DATE REDEFINES SC-NEXT-MONTH-START
                                 PIC 9(08).
           01 SC-REVAL-DATE PIC 9(08) VALUE 0.

           COPY BDCREC.

           *> レートマスタの表（CONVERTの読込みと同じ要領）
           01 SC-MAX-RATES PIC 9(3) VALUE 100.
           01 SC-RATE-COUNT PIC 9(3) VALUE 0.
           01 SC-RATE-TABLE.
              03 SC-RATE-ENTRY OCCURS 100 TIMES.
                 05 SC-TBL-CCY PIC X(03).
                 05 SC-TBL-RATE PIC 9(3)V9(6).
                 05 SC-TBL-EFF-DATE PIC 9(08).
           01 SC-RATE-COUNTER PIC 9(3) VALUE 0.
           01 SC-RATE-INDEX PIC 9(3) VALUE 0.
           01 SC-FOUND-EFF-DATE PIC 9(08) VALUE 0.

           *> 勘定科目マッピングマスタの表（借方勘定＝通貨ポジション）
           01 SC-MAX-MAPS PIC 9(3) VALUE 50.
           01 SC-MAP-COUNT PIC 9(3) VALUE 0.
           01 SC-MAP-TABLE.
              03 SC-MAP-ENTRY OCCURS 50 TIMES.
                 05 SC-MAP-CCY PIC X(03).
                 05 SC-MAP-DR-ACCT PIC 9(08).
                 05 SC-MAP-CR-ACCT PIC 9(08).
           01 SC-MAP-COUNTER PIC 9(3) VALUE 0.
           01 SC-MAP-INDEX PIC 9(3) VALUE 0.

           *> 通貨別の月間実績と評価替え結果
           01 SC-MAX-CCYS PIC 9(3) VALUE 50.
           01 SC-CCY-COUNT PIC 9(3) VALUE 0.
           01 SC-CCY-TABLE.
              03 SC-CCY-ENTRY OCCURS 50 TIMES.
                 05 SC-CCY-CODE PIC X(03).
                 05 SC-CCY-TRANS PIC 9(7).
                 05 SC-CCY-Z-TOTAL PIC S9(11)V99.
                 05 SC-CCY-BOOKED PIC S9(11)V99.
           01 SC-CCY-COUNTER PIC 9(3) VALUE 0.
           01 SC-CCY-INDEX PIC 9(3) VALUE 0.

           01 SC-REVALUED PIC S9(11)V99.
           01 SC-GAIN-LOSS PIC S9(11)V99.
           01 SC-POST-AMOUNT PIC S9(11)V99.
           01 SC-TOTAL-BOOKED PIC S9(13)V99 VALUE 0.
           01 SC-TOTAL-REVALUED PIC S9(13)V99 VALUE 0.
           01 SC-TOTAL-GAIN-LOSS PIC S9(13)V99 VALUE 0.
           01 SC-TOTAL-DEBIT PIC S9(13)V99 VALUE 0.
           01 SC-TOTAL-CREDIT PIC S9(13)V99 VALUE 0.

           01 SC-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 SC-POSTED-COUNT PIC 9(5) VALUE 0.
           01 SC-SKIPPED-COUNT PIC 9(3) VALUE 0.

           01 SC-EDIT-RATE PIC ZZ9.999999.
           01 SC-EDIT-Z PIC -(11)9.99.
           01 SC-EDIT-BOOKED PIC -(11)9.99.
           01 SC-EDIT-REVALUED PIC -(11)9.99.
           01 SC-EDIT-GAIN-LOSS PIC -(11)9.99.
           01 SC-EDIT-TOTAL PIC -(13)9.99.

           01 SC-RPT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-LOAD-RATES THRU 2000-EXIT
                   UNTIL SC-RATE-EOF.
               PERFORM 2500-LOAD-GLMAP THRU 2500-EXIT
                   UNTIL SC-GLMAP-EOF.
               PERFORM 3000-TALLY-XYZOUT THRU 3000-EXIT
                   UNTIL SC-XYZOUT-EOF.
               PERFORM 4000-REVALUE-CURRENCIES THRU 4000-EXIT.
               PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-MONTH.
               MOVE SPACES TO SC-PARM-FX-ACCT.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-MONTH SC-PARM-FX-ACCT
               END-UNSTRING.
               IF SC-PARM-MONTH(1:6) IS NUMERIC
                   MOVE SC-PARM-MONTH(1:6) TO SC-REVAL-MONTH
               ELSE
                   ACCEPT SC-TODAY FROM DATE YYYYMMDD
                   COMPUTE SC-REVAL-MONTH = SC-TODAY / 100
               END-IF.
               IF SC-PARM-FX-ACCT IS NUMERIC
                   MOVE SC-PARM-FX-ACCT TO SC-FX-ACCT
               END-IF.

               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   SET SC-XYZOUT-EOF TO TRUE
               END-IF.
               OPEN INPUT RATE-FILE.
               IF SC-RATE-FILE-STATUS = "35"
                   SET SC-RATE-EOF TO TRUE
               END-IF.
               OPEN INPUT GLMAP-FILE.
               IF SC-GLMAP-STATUS = "35"
                   SET SC-GLMAP-EOF TO TRUE
               END-IF.
               OPEN OUTPUT GLPOST-FILE.
               OPEN OUTPUT REVAL-RPT-FILE.

               PERFORM 1100-FIND-REVAL-DATE THRU 1100-EXIT.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "MONTH-END FX REVALUATION FOR MONTH "
                   SC-REVAL-MONTH
                   "  RATES AS OF LAST BUSINESS DAY " SC-REVAL-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-FX-ACCT = 0
                   SET SC-REVAL-FAIL TO TRUE
                   MOVE "FAIL: NO UNREALIZED FX ACCOUNT IN PARM - "
                       TO SC-RPT-LINE
                   WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
                   MOVE "      REPORT ONLY, NO ADJUSTMENTS WRITTEN"
                       TO SC-RPT-LINE
                   WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CCY  TRANS        ORIGINAL Z    "
                   "BOOKED REPORTING    RATE      REVALUED"
                   "   GAIN/LOSS"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 1100-FIND-REVAL-DATE ---- <*
           *> 翌月１日から１営業日さかのぼれば月末の祝休日を飛ばせる
           1100-FIND-REVAL-DATE.
               COMPUTE SC-NEXT-YYYY = SC-REVAL-MONTH / 100.
               COMPUTE SC-NEXT-MM = SC-REVAL-MONTH
                   - SC-NEXT-YYYY * 100 + 1.
               IF SC-NEXT-MM > 12
                   MOVE 1 TO SC-NEXT-MM
                   ADD 1 TO SC-NEXT-YYYY
               END-IF.
               MOVE 1 TO SC-NEXT-DD.
               SET BDC-REQ-PRIOR TO TRUE.
               MOVE SPACES TO BDC-CURRENCY.
               MOVE SC-NEXT-MONTH-DATE TO BDC-DATE-1.
               MOVE 1 TO BDC-DAY-COUNT.
               CALL "BDAYCALC" USING BDC.
               IF BDC-STATUS-OK
                   MOVE BDC-RESULT-DATE TO SC-REVAL-DATE
               ELSE
                   DISPLAY "FXREVAL: MONTH " SC-REVAL-MONTH
                       " IS NOT A VALID YYYYMM - NOTHING REVALUED"
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: MONTH " SC-REVAL-MONTH
                       " IS NOT A VALID YYYYMM - NOTHING REVALUED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-STOP-RUN
               END-IF.
           1100-EXIT.
               EXIT.

           *> ---- 2000-LOAD-RATES ---- <*
           2000-LOAD-RATES.
               READ RATE-FILE
                   AT END
                       SET SC-RATE-EOF TO TRUE
                   NOT AT END
                       IF RATE-REC-RATE IS NUMERIC
                               AND RATE-REC-EFF-DATE IS NUMERIC
                               AND SC-RATE-COUNT < SC-MAX-RATES
                           ADD 1 TO SC-RATE-COUNT
                           MOVE RATE-REC-CCY
                               TO SC-TBL-CCY(SC-RATE-COUNT)
                           MOVE RATE-REC-RATE
                               TO SC-TBL-RATE(SC-RATE-COUNT)
                           MOVE RATE-REC-EFF-DATE
                               TO SC-TBL-EFF-DATE(SC-RATE-COUNT)
                       END-IF
               END-READ.
           2000-EXIT.
               EXIT.

           *> ---- 2500-LOAD-GLMAP ---- <*
           2500-LOAD-GLMAP.
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
           2500-EXIT.
               EXIT.

           *> ---- 3000-TALLY-XYZOUT ---- <*
           *> 蓄積ファイルから対象月のレコードだけを通貨別に集計する
           3000-TALLY-XYZOUT.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 3000-EXIT
               END-READ.
               *> 年次締めの繰越開始行は明細ではないので数えない
               IF XYZOUT-OPENING-BALANCE
                   GO TO 3000-EXIT
               END-IF.
               COMPUTE SC-REC-MONTH = XYZOUT-RUN-DATE / 100.
               IF SC-REC-MONTH NOT = SC-REVAL-MONTH
                   GO TO 3000-EXIT
               END-IF.
               ADD 1 TO SC-SELECTED-COUNT.
               MOVE 0 TO SC-CCY-INDEX.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 3100-FIND-CCY THRU 3100-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT
                       OR SC-CCY-INDEX > 0.
               IF SC-CCY-INDEX = 0
                   IF SC-CCY-COUNT < SC-MAX-CCYS
                       ADD 1 TO SC-CCY-COUNT
                       MOVE SC-CCY-COUNT TO SC-CCY-INDEX
                       MOVE XYZOUT-CURRENCY-CODE
                           TO SC-CCY-CODE(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-TRANS(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-Z-TOTAL(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-BOOKED(SC-CCY-INDEX)
                   ELSE
                       SET SC-REVAL-FAIL TO TRUE
                       MOVE "FAIL: CURRENCY TABLE LIMIT REACHED"
                           TO SC-RPT-LINE
                       WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
                       GO TO 3000-EXIT
                   END-IF
               END-IF.
               ADD 1 TO SC-CCY-TRANS(SC-CCY-INDEX).
               ADD XYZOUT-Z TO SC-CCY-Z-TOTAL(SC-CCY-INDEX).
               ADD XYZOUT-Z-REPORTING TO SC-CCY-BOOKED(SC-CCY-INDEX).
           3000-EXIT.
               EXIT.

           *> ---- 3100-FIND-CCY ---- <*
           3100-FIND-CCY.
               IF SC-CCY-CODE(SC-CCY-COUNTER) = XYZOUT-CURRENCY-CODE
                   MOVE SC-CCY-COUNTER TO SC-CCY-INDEX
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           3100-EXIT.
               EXIT.

           *> ---- 4000-REVALUE-CURRENCIES ---- <*
           4000-REVALUE-CURRENCIES.
               MOVE 1 TO SC-CCY-INDEX.
               PERFORM 4100-REVALUE-ONE-CCY THRU 4100-EXIT
                   UNTIL SC-CCY-INDEX > SC-CCY-COUNT.
           4000-EXIT.
               EXIT.

           *> ---- 4100-REVALUE-ONE-CCY ---- <*
           *> 月間の原通貨Z合計を評価日レートで換算し直し、計上済みの
           *> 報告通貨額との差を未実現評価損益とする
           4100-REVALUE-ONE-CCY.
               PERFORM 4200-FIND-RATE THRU 4200-EXIT.
               IF SC-RATE-INDEX = 0
                   SET SC-REVAL-WARNING TO TRUE
                   ADD 1 TO SC-SKIPPED-COUNT
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: NO RATE FOR "
                       SC-CCY-CODE(SC-CCY-INDEX)
                       " EFFECTIVE ON " SC-REVAL-DATE
                       " - NOT REVALUED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 4100-NEXT
               END-IF.
               COMPUTE SC-REVALUED ROUNDED =
                   SC-CCY-Z-TOTAL(SC-CCY-INDEX)
                       * SC-TBL-RATE(SC-RATE-INDEX)
                   ON SIZE ERROR
                       SET SC-REVAL-FAIL TO TRUE
                       MOVE SPACES TO SC-RPT-LINE
                       STRING "FAIL: REVALUED AMOUNT OVERFLOW FOR "
                           SC-CCY-CODE(SC-CCY-INDEX)
                           DELIMITED BY SIZE INTO SC-RPT-LINE
                       END-STRING
                       WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
                       GO TO 4100-NEXT
               END-COMPUTE.
               COMPUTE SC-GAIN-LOSS =
                   SC-REVALUED - SC-CCY-BOOKED(SC-CCY-INDEX).
               ADD SC-CCY-BOOKED(SC-CCY-INDEX) TO SC-TOTAL-BOOKED.
               ADD SC-REVALUED TO SC-TOTAL-REVALUED.
               ADD SC-GAIN-LOSS TO SC-TOTAL-GAIN-LOSS.

               MOVE SC-CCY-Z-TOTAL(SC-CCY-INDEX) TO SC-EDIT-Z.
               MOVE SC-CCY-BOOKED(SC-CCY-INDEX) TO SC-EDIT-BOOKED.
               MOVE SC-TBL-RATE(SC-RATE-INDEX) TO SC-EDIT-RATE.
               MOVE SC-REVALUED TO SC-EDIT-REVALUED.
               MOVE SC-GAIN-LOSS TO SC-EDIT-GAIN-LOSS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-CCY-CODE(SC-CCY-INDEX)
                   "  " SC-CCY-TRANS(SC-CCY-INDEX)
                   " " SC-EDIT-Z
                   " " SC-EDIT-BOOKED
                   " " SC-EDIT-RATE
                   " " SC-EDIT-REVALUED
                   " " SC-EDIT-GAIN-LOSS
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.

               IF SC-GAIN-LOSS NOT = 0 AND SC-FX-ACCT > 0
                   PERFORM 4500-POST-ADJUSTMENT THRU 4500-EXIT
               END-IF.
           4100-NEXT.
               ADD 1 TO SC-CCY-INDEX.
           4100-EXIT.
               EXIT.

           *> ---- 4200-FIND-RATE ---- <*
           *> 評価日以前に発効しているレートのうち最も新しいもの
           4200-FIND-RATE.
               MOVE 0 TO SC-RATE-INDEX.
               MOVE 0 TO SC-FOUND-EFF-DATE.
               MOVE 1 TO SC-RATE-COUNTER.
               PERFORM 4210-CHECK-ONE-RATE THRU 4210-EXIT
                   UNTIL SC-RATE-COUNTER > SC-RATE-COUNT.
           4200-EXIT.
               EXIT.

           *> ---- 4210-CHECK-ONE-RATE ---- <*
           4210-CHECK-ONE-RATE.
               IF SC-TBL-CCY(SC-RATE-COUNTER)
                       = SC-CCY-CODE(SC-CCY-INDEX)
                       AND SC-TBL-EFF-DATE(SC-RATE-COUNTER)
                           NOT > SC-REVAL-DATE
                       AND SC-TBL-EFF-DATE(SC-RATE-COUNTER)
                           NOT < SC-FOUND-EFF-DATE
                   MOVE SC-RATE-COUNTER TO SC-RATE-INDEX
                   MOVE SC-TBL-EFF-DATE(SC-RATE-COUNTER)
                       TO SC-FOUND-EFF-DATE
               END-IF.
               ADD 1 TO SC-RATE-COUNTER.
           4210-EXIT.
               EXIT.

           *> ---- 4500-POST-ADJUSTMENT ---- <*
           *> 評価益：通貨ポジション勘定（GLMAP借方）を借方、評価損益
           *> 勘定を貸方。評価損はその逆。常に借貸同額の対で書く
           4500-POST-ADJUSTMENT.
               MOVE 0 TO SC-MAP-INDEX.
               MOVE 1 TO SC-MAP-COUNTER.
               PERFORM 4600-FIND-MAP THRU 4600-EXIT
                   UNTIL SC-MAP-COUNTER > SC-MAP-COUNT
                       OR SC-MAP-INDEX > 0.
               IF SC-MAP-INDEX = 0
                   SET SC-REVAL-FAIL TO TRUE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: NO GL ACCOUNT MAPPING FOR "
                       SC-CCY-CODE(SC-CCY-INDEX)
                       " - ADJUSTMENT NOT WRITTEN"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 4500-EXIT
               END-IF.
               IF SC-GAIN-LOSS > 0
                   MOVE SC-GAIN-LOSS TO SC-POST-AMOUNT
               ELSE
                   COMPUTE SC-POST-AMOUNT = 0 - SC-GAIN-LOSS
               END-IF.

               MOVE SC-REVAL-DATE TO GLPOST-RUN-DATE.
               IF SC-GAIN-LOSS > 0
                   MOVE SC-MAP-DR-ACCT(SC-MAP-INDEX) TO GLPOST-ACCOUNT
               ELSE
                   MOVE SC-FX-ACCT TO GLPOST-ACCOUNT
               END-IF.
               SET GLPOST-DEBIT TO TRUE.
               MOVE SC-POST-AMOUNT TO GLPOST-AMOUNT.
               MOVE SC-CCY-CODE(SC-CCY-INDEX) TO GLPOST-CCY.
               MOVE "FXREVAL" TO GLPOST-SOURCE.
               MOVE SC-REVAL-DATE TO GLPOST-VALUE-DATE.
               WRITE GLPOST-RECORD.
               ADD 1 TO SC-POSTED-COUNT.
               ADD SC-POST-AMOUNT TO SC-TOTAL-DEBIT.

               MOVE SC-REVAL-DATE TO GLPOST-RUN-DATE.
               IF SC-GAIN-LOSS > 0
                   MOVE SC-FX-ACCT TO GLPOST-ACCOUNT
               ELSE
                   MOVE SC-MAP-DR-ACCT(SC-MAP-INDEX) TO GLPOST-ACCOUNT
               END-IF.
               SET GLPOST-CREDIT TO TRUE.
               MOVE SC-POST-AMOUNT TO GLPOST-AMOUNT.
               MOVE SC-CCY-CODE(SC-CCY-INDEX) TO GLPOST-CCY.
               MOVE "FXREVAL" TO GLPOST-SOURCE.
               MOVE SC-REVAL-DATE TO GLPOST-VALUE-DATE.
               WRITE GLPOST-RECORD.
               ADD 1 TO SC-POSTED-COUNT.
               ADD SC-POST-AMOUNT TO SC-TOTAL-CREDIT.
           4500-EXIT.
               EXIT.

           *> ---- 4600-FIND-MAP ---- <*
           4600-FIND-MAP.
               IF SC-MAP-CCY(SC-MAP-COUNTER)
                       = SC-CCY-CODE(SC-CCY-INDEX)
                   MOVE SC-MAP-COUNTER TO SC-MAP-INDEX
               END-IF.
               ADD 1 TO SC-MAP-COUNTER.
           4600-EXIT.
               EXIT.

           *> ---- 5000-WRITE-TOTALS ---- <*
           5000-WRITE-TOTALS.
               MOVE SC-TOTAL-BOOKED TO SC-EDIT-TOTAL.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "TOTAL BOOKED REPORTING:   " SC-EDIT-TOTAL
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SC-TOTAL-REVALUED TO SC-EDIT-TOTAL.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "TOTAL REVALUED:           " SC-EDIT-TOTAL
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SC-TOTAL-GAIN-LOSS TO SC-EDIT-TOTAL.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "TOTAL UNREALIZED GAIN/LOSS:" SC-EDIT-TOTAL
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RECORDS SELECTED: " SC-SELECTED-COUNT
                   "  ADJUSTMENT ENTRIES: " SC-POSTED-COUNT
                   "  CURRENCIES NOT REVALUED: " SC-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.

               IF SC-TOTAL-DEBIT NOT = SC-TOTAL-CREDIT
                   SET SC-REVAL-FAIL TO TRUE
                   MOVE "FAIL: ADJUSTMENTS DO NOT NET TO ZERO"
                       TO SC-RPT-LINE
                   WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               IF NOT SC-REVAL-FAIL
                   MOVE "REVALUATION PASS: ADJUSTMENTS BALANCED"
                       TO SC-RPT-LINE
                   WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           5000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-XYZOUT-STATUS NOT = "35"
                   CLOSE XYZOUT-FILE
               END-IF.
               IF SC-RATE-FILE-STATUS NOT = "35"
                   CLOSE RATE-FILE
               END-IF.
               IF SC-GLMAP-STATUS NOT = "35"
                   CLOSE GLMAP-FILE
               END-IF.
               CLOSE GLPOST-FILE.
               CLOSE REVAL-RPT-FILE.
               IF SC-REVAL-FAIL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-REVAL-WARNING
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
               MOVE "FXREVAL" TO RLOG-PROGRAM.
               MOVE SC-REVAL-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-REVAL-FAIL
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-REVAL-WARNING
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-SELECTED-COUNT TO RLOG-COUNT-1.
               MOVE SC-POSTED-COUNT TO RLOG-COUNT-2.
               MOVE SC-SKIPPED-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           *> ---- 9000-STOP-RUN ---- <*
           *> 処理を続けられない誤りの終了処理。呼び出し側がSC-RPT-LINE
           *> に入れた理由を報告に残し、ファイルを閉じて実行記録を
           *> 書いてから止める。実行日が求められていなければ記録には
           *> 当日を入れる
           9000-STOP-RUN.
               SET SC-REVAL-FAIL TO TRUE.
               WRITE REVAL-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               IF SC-REVAL-DATE = 0
                   ACCEPT SC-REVAL-DATE FROM DATE YYYYMMDD
               END-IF.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               STOP RUN.

           END PROGRAM FXREVAL.
