           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. XYZCLOSE.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT XYZOUT-FILE ASSIGN TO "XYZOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZOUT-STATUS.
               SELECT XYZNEW-FILE ASSIGN TO "XYZNEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZNEW-STATUS.
               SELECT ARCHIVE-FILE ASSIGN TO "XYZARCH"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-ARCHIVE-STATUS.
               SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-PROCDATE-STATUS.
               SELECT CLOSE-RPT-FILE ASSIGN TO "CLOSERPT"
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

           *> 締め後の新しいXYZOUT（繰越開始行＋翌年以降の行）
           FD XYZNEW-FILE.
           01 XYZNEW-RECORD PIC X(76).

           *> 締めた年までの行の保管ファイル
           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(76).

           FD PROCDATE-FILE.
           01 PROCDATE-RECORD.
              03 PROC-THRU-DATE PIC 9(08).
              03 PROC-CYCLE-DATE PIC 9(08).
              03 PROC-LAST-CYCLE PIC 9(02).

           FD CLOSE-RPT-FILE.
           01 CLOSE-RPT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-XYZOUT-STATUS PIC X(02).
           01 SC-XYZNEW-STATUS PIC X(02).
           01 SC-ARCHIVE-STATUS PIC X(02).
           01 SC-PROCDATE-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-XYZOUT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZOUT-EOF VALUE "Y".
              03 SC-CHECK-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-CHECK-EOF VALUE "Y".
              03 SC-PROCDATE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-PROCDATE-EOF VALUE "Y".
              03 SC-PROC-SWITCH PIC X(01) VALUE "N".
                 88 SC-PROC-LOADED VALUE "Y".
              03 SC-CLOSED-SWITCH PIC X(01) VALUE "N".
                 88 SC-ALREADY-CLOSED VALUE "Y".
              03 SC-TABLE-SWITCH PIC X(01) VALUE "N".
                 88 SC-TABLE-FULL VALUE "Y".
              03 SC-BALANCED-SWITCH PIC X(01) VALUE "Y".
                 88 SC-BALANCED VALUE "Y".

           01 SC-PARM-YEAR PIC X(04).
           01 SC-CLOSE-YEAR PIC 9(4).
           01 SC-TODAY PIC 9(08).
           *> 締める年の最終日と最終営業日。最終日以前の行をすべて
           *> 保管へ移し、繰越開始行は最終営業日の日付で書く
           01 SC-YEAR-START PIC 9(08) VALUE 0.
           01 SC-YEAR-END PIC 9(08) VALUE 0.
           01 SC-CLOSE-DATE PIC 9(08) VALUE 0.
           01 SC-PROC-THRU PIC 9(08) VALUE 0.

           COPY BDCREC.

           *> 通貨別の件数と合計。
           *>   BEFORE  = 締め前のXYZOUT全体
           *>   CLOSED  = そのうち締めた年までの行（繰越額の元）
           *>   ARCHIVE = 書いた保管ファイルを読み直した合計
           *>   LIVE    = 書いた新XYZOUTを読み直した合計
           *>   OPENING = LIVEのうち繰越開始行
           *> 結果件数は明細行を1件、繰越開始行をXの件数で数える
           01 SC-CCY-MAX PIC 9(3) VALUE 200.
           01 SC-CCY-COUNT PIC 9(3) VALUE 0.
           01 SC-CCY-COUNTER PIC 9(3) VALUE 0.
           01 SC-CCY-INDEX PIC 9(3) VALUE 0.
           01 SC-FIND-CCY PIC X(03).
           01 SC-CCY-TABLE.
              03 SC-CCY-ENTRY OCCURS 200 TIMES.
                 05 SC-CT-CCY PIC X(03).
                 05 SC-BEF-ROWS PIC 9(9).
                 05 SC-BEF-RESULTS PIC 9(11).
                 05 SC-BEF-Z PIC S9(13)V99.
                 05 SC-BEF-REP PIC S9(13)V99.
                 05 SC-CLS-ROWS PIC 9(9).
                 05 SC-CLS-RESULTS PIC 9(11).
                 05 SC-CLS-Z PIC S9(13)V99.
                 05 SC-CLS-REP PIC S9(13)V99.
                 05 SC-ARC-ROWS PIC 9(9).
                 05 SC-ARC-RESULTS PIC 9(11).
                 05 SC-ARC-Z PIC S9(13)V99.
                 05 SC-ARC-REP PIC S9(13)V99.
                 05 SC-LIV-ROWS PIC 9(9).
                 05 SC-LIV-RESULTS PIC 9(11).
                 05 SC-LIV-Z PIC S9(13)V99.
                 05 SC-LIV-REP PIC S9(13)V99.
                 05 SC-OPN-ROWS PIC 9(9).
                 05 SC-OPN-RESULTS PIC 9(11).
                 05 SC-OPN-Z PIC S9(13)V99.
                 05 SC-OPN-REP PIC S9(13)V99.

           *> 全通貨の合計（換算額は報告通貨なので通貨をまたいで足せる）
           01 SC-ALL-TOTALS.
              03 SC-ALL-BEF-ROWS PIC 9(9).
              03 SC-ALL-ARC-ROWS PIC 9(9).
              03 SC-ALL-LIV-ROWS PIC 9(9).
              03 SC-ALL-OPN-ROWS PIC 9(9).
              03 SC-ALL-BEF-RESULTS PIC 9(11).
              03 SC-ALL-ARC-RESULTS PIC 9(11).
              03 SC-ALL-OPN-RESULTS PIC 9(11).
              03 SC-ALL-LIV-RESULTS PIC 9(11).
              03 SC-ALL-BEF-REP PIC S9(13)V99.
              03 SC-ALL-ARC-REP PIC S9(13)V99.
              03 SC-ALL-OPN-REP PIC S9(13)V99.
              03 SC-ALL-LIV-REP PIC S9(13)V99.

           01 SC-CLOSED-ROWS PIC 9(9) VALUE 0.
           01 SC-ROWS-ARCHIVED PIC 9(9) VALUE 0.
           01 SC-ROWS-KEPT PIC 9(9) VALUE 0.
           01 SC-OPENING-WRITTEN PIC 9(7) VALUE 0.

           *> 1行が表す結果件数
           01 SC-ROW-OPERATION PIC X(01).
           01 SC-ROW-X PIC S9(7)V99.
           01 SC-ROW-RESULTS PIC 9(7).

           *> 繰越開始行の分割。1行の項目に収まらない合計は
           *> 収まる額ずつ複数行に分けて書く（行の合計が繰越額）
           01 SC-MAX-RESULTS PIC 9(7) VALUE 9999999.
           01 SC-MAX-AMOUNT PIC S9(7)V99 VALUE 9999999.99.
           01 SC-MIN-AMOUNT PIC S9(7)V99 VALUE -9999999.99.
           01 SC-LEFT-RESULTS PIC 9(11).
           01 SC-LEFT-Z PIC S9(13)V99.
           01 SC-LEFT-REP PIC S9(13)V99.
           01 SC-PART-RESULTS PIC 9(7).
           01 SC-PART-Z PIC S9(7)V99.
           01 SC-PART-REP PIC S9(7)V99.

           *> 繰越開始行の組み立てと、書いたファイルの読み直し用
           01 SC-WORK-XYZ.
              03 SC-WK-X PIC S9(7)V99.
              03 SC-WK-Y PIC S9(7)V99.
              03 SC-WK-Z PIC S9(7)V99.
              03 SC-WK-CCY PIC X(03).
              03 SC-WK-Z-REPORTING PIC S9(7)V99.
              03 SC-WK-RUN-DATE PIC 9(08).
              03 SC-WK-ACCOUNT PIC X(10).
              03 SC-WK-SOURCE PIC X(08).
              03 SC-WK-OPERATION PIC X(01).
                 88 SC-WK-OPENING-BALANCE VALUE "O".
              03 SC-WK-CYCLE PIC X(02).
              03 SC-WK-VALUE-DATE PIC X(08).

           *> 証明書の行数の明細行
           01 SC-ROW-LINE.
              03 SC-RL-CCY PIC X(03).
              03 FILLER PIC X(02).
              03 SC-RL-BEFORE PIC Z(13)9.
              03 FILLER PIC X(02).
              03 SC-RL-ARCHIVED PIC Z(13)9.
              03 FILLER PIC X(02).
              03 SC-RL-LIVE PIC Z(13)9.
              03 FILLER PIC X(02).
              03 SC-RL-OPENING PIC Z(13)9.
              03 FILLER PIC X(02).
              03 SC-RL-CHECK PIC X(30).

           *> 証明書の結果件数・金額の明細行
           01 SC-AMOUNT-LINE.
              03 SC-AL-CCY PIC X(03).
              03 FILLER PIC X(02).
              03 SC-AL-ITEM PIC X(11).
              03 FILLER PIC X(01).
              03 SC-AL-BEFORE PIC X(18).
              03 FILLER PIC X(02).
              03 SC-AL-ARCHIVED PIC X(18).
              03 FILLER PIC X(02).
              03 SC-AL-CARRIED PIC X(18).
              03 FILLER PIC X(02).
              03 SC-AL-LIVE PIC X(18).
              03 FILLER PIC X(02).
              03 SC-AL-CHECK PIC X(30).

           *> 金額行の受け渡し（件数は小数なしで編集する）
           01 SC-CMP-KIND PIC X(01).
              88 SC-CMP-COUNT VALUE "C".
           01 SC-CMP-BEFORE PIC S9(13)V99.
           01 SC-CMP-ARCHIVED PIC S9(13)V99.
           01 SC-CMP-CARRIED PIC S9(13)V99.
           01 SC-CMP-LIVE PIC S9(13)V99.
           01 SC-CMP-EDIT-IN PIC S9(13)V99.
           01 SC-CMP-EDIT-OUT PIC X(18).
           01 SC-EDIT-AMOUNT PIC -(14)9.99.
           01 SC-EDIT-COUNT PIC Z(17)9.
           01 SC-EDIT-RESULTS PIC 9(11).

           01 SC-RPT-LINE PIC X(132).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 1500-FIND-CLOSE-DATE THRU 1500-EXIT.
               PERFORM 1700-LOAD-PROCDATE THRU 1700-EXIT.
               PERFORM 1800-CHECK-CLOSE-ALLOWED THRU 1800-EXIT.
               PERFORM 2000-TOTAL-BEFORE THRU 2000-EXIT.
               PERFORM 3000-WRITE-OPENING-ROWS THRU 3000-EXIT.
               PERFORM 4000-SPLIT-XYZOUT THRU 4000-EXIT.
               PERFORM 5000-VERIFY-OUTPUT THRU 5000-EXIT.
               PERFORM 6000-WRITE-CERTIFICATE THRU 6000-EXIT.
               IF NOT SC-BALANCED
                   MOVE 8 TO RETURN-CODE
               END-IF.
               DISPLAY "YEAR " SC-CLOSE-YEAR
                   ": ROWS ARCHIVED " SC-ROWS-ARCHIVED
                   "  OPENING ROWS " SC-OPENING-WRITTEN
                   "  OTHERS KEPT " SC-ROWS-KEPT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-YEAR FROM COMMAND-LINE.
               ACCEPT SC-TODAY FROM DATE YYYYMMDD.
               IF SC-PARM-YEAR IS NOT NUMERIC
                   DISPLAY "XYZCLOSE: CLOSE YEAR PARM REQUIRED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SC-PARM-YEAR TO SC-CLOSE-YEAR.
               COMPUTE SC-YEAR-START = SC-CLOSE-YEAR * 10000 + 0101.
               COMPUTE SC-YEAR-END = SC-CLOSE-YEAR * 10000 + 1231.
               MOVE ZEROS TO SC-ALL-TOTALS.
           1000-EXIT.
               EXIT.

           *> ---- 1500-FIND-CLOSE-DATE ---- <*
           *> 翌年1月1日から1営業日さかのぼった日が年の最終営業日
           1500-FIND-CLOSE-DATE.
               MOVE "P" TO BDC-REQUEST.
               COMPUTE BDC-DATE-1 = (SC-CLOSE-YEAR + 1) * 10000 + 0101.
               MOVE 1 TO BDC-DAY-COUNT.
               MOVE SPACES TO BDC-CURRENCY.
               CALL "BDAYCALC" USING BDC.
               IF BDC-STATUS-BAD-DATE OR BDC-STATUS-BAD-REQUEST
                   DISPLAY "XYZCLOSE: CANNOT FIND LAST BUSINESS DAY OF "
                       SC-CLOSE-YEAR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE BDC-RESULT-DATE TO SC-CLOSE-DATE.
           1500-EXIT.
               EXIT.

           *> ---- 1700-LOAD-PROCDATE ---- <*
           *> 最終レコードの処理済み日が現在の処理状況
           1700-LOAD-PROCDATE.
               OPEN INPUT PROCDATE-FILE.
               IF SC-PROCDATE-STATUS = "35"
                   GO TO 1700-EXIT
               END-IF.
               PERFORM 1750-READ-ONE-PROCDATE THRU 1750-EXIT
                   UNTIL SC-PROCDATE-EOF.
               CLOSE PROCDATE-FILE.
           1700-EXIT.
               EXIT.

           *> ---- 1750-READ-ONE-PROCDATE ---- <*
           1750-READ-ONE-PROCDATE.
               READ PROCDATE-FILE
                   AT END
                       SET SC-PROCDATE-EOF TO TRUE
                       GO TO 1750-EXIT
               END-READ.
               IF PROC-THRU-DATE IS NOT NUMERIC
                   GO TO 1750-EXIT
               END-IF.
               SET SC-PROC-LOADED TO TRUE.
               MOVE PROC-THRU-DATE TO SC-PROC-THRU.
           1750-EXIT.
               EXIT.

           *> ---- 1800-CHECK-CLOSE-ALLOWED ---- <*
           *> 年の最終営業日まで処理が済んでいなければ締めない
           1800-CHECK-CLOSE-ALLOWED.
               IF NOT SC-PROC-LOADED
                   DISPLAY "XYZCLOSE: PROCDATE NOT FOUND - NOT CLOSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF SC-PROC-THRU < SC-CLOSE-DATE
                   DISPLAY "XYZCLOSE: YEAR " SC-CLOSE-YEAR
                       " IS NOT CLOSED YET - LAST BUSINESS DAY "
                       SC-CLOSE-DATE " PROCDATE THRU " SC-PROC-THRU
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
           1800-EXIT.
               EXIT.

           *> ---- 2000-TOTAL-BEFORE ---- <*
           *> 一巡目：締め前の通貨別合計と、締めた年までの行の
           *> 合計（繰越額）を取る。この年以降の繰越開始行が既に
           *> あれば締め済みなので何も書かずに止める
           2000-TOTAL-BEFORE.
               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   SET SC-XYZOUT-EOF TO TRUE
               END-IF.
               PERFORM 2100-TOTAL-ONE-ROW THRU 2100-EXIT
                   UNTIL SC-XYZOUT-EOF.
               IF SC-XYZOUT-STATUS NOT = "35"
                   CLOSE XYZOUT-FILE
               END-IF.
               IF SC-ALREADY-CLOSED
                   DISPLAY "XYZCLOSE: YEAR " SC-CLOSE-YEAR
                       " OR A LATER YEAR IS ALREADY CLOSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF SC-TABLE-FULL
                   DISPLAY "XYZCLOSE: MORE THAN " SC-CCY-MAX
                       " CURRENCIES - NOT CLOSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF SC-CLOSED-ROWS = 0
                   DISPLAY "XYZCLOSE: NO XYZOUT ROWS DATED BY "
                       SC-YEAR-END " - NOTHING TO CLOSE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
           2000-EXIT.
               EXIT.

           *> ---- 2100-TOTAL-ONE-ROW ---- <*
           2100-TOTAL-ONE-ROW.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 2100-EXIT
               END-READ.
               IF XYZOUT-OPENING-BALANCE
                       AND XYZOUT-RUN-DATE NOT < SC-YEAR-START
                   SET SC-ALREADY-CLOSED TO TRUE
               END-IF.
               MOVE XYZOUT-CURRENCY-CODE TO SC-FIND-CCY.
               PERFORM 7000-FIND-CCY THRU 7000-EXIT.
               IF SC-CCY-INDEX = 0
                   GO TO 2100-EXIT
               END-IF.
               MOVE XYZOUT-OPERATION TO SC-ROW-OPERATION.
               MOVE XYZOUT-X TO SC-ROW-X.
               PERFORM 7200-ROW-RESULTS THRU 7200-EXIT.
               ADD 1 TO SC-BEF-ROWS(SC-CCY-INDEX).
               ADD SC-ROW-RESULTS TO SC-BEF-RESULTS(SC-CCY-INDEX).
               ADD XYZOUT-Z TO SC-BEF-Z(SC-CCY-INDEX).
               ADD XYZOUT-Z-REPORTING TO SC-BEF-REP(SC-CCY-INDEX).
               IF XYZOUT-RUN-DATE > SC-YEAR-END
                   GO TO 2100-EXIT
               END-IF.
               ADD 1 TO SC-CLOSED-ROWS.
               ADD 1 TO SC-CLS-ROWS(SC-CCY-INDEX).
               ADD SC-ROW-RESULTS TO SC-CLS-RESULTS(SC-CCY-INDEX).
               ADD XYZOUT-Z TO SC-CLS-Z(SC-CCY-INDEX).
               ADD XYZOUT-Z-REPORTING TO SC-CLS-REP(SC-CCY-INDEX).
           2100-EXIT.
               EXIT.

           *> ---- 3000-WRITE-OPENING-ROWS ---- <*
           *> 新ファイルの先頭に通貨別の繰越開始行を書く（日付順を
           *> 保つため、翌年以降の行より前に置く）
           3000-WRITE-OPENING-ROWS.
               OPEN OUTPUT XYZNEW-FILE.
               PERFORM 3100-OPEN-ONE-CCY THRU 3100-EXIT
                   VARYING SC-CCY-COUNTER FROM 1 BY 1
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT.
           3000-EXIT.
               EXIT.

           *> ---- 3100-OPEN-ONE-CCY ---- <*
           3100-OPEN-ONE-CCY.
               IF SC-CLS-ROWS(SC-CCY-COUNTER) = 0
                   GO TO 3100-EXIT
               END-IF.
               MOVE SC-CLS-RESULTS(SC-CCY-COUNTER) TO SC-LEFT-RESULTS.
               MOVE SC-CLS-Z(SC-CCY-COUNTER) TO SC-LEFT-Z.
               MOVE SC-CLS-REP(SC-CCY-COUNTER) TO SC-LEFT-REP.
               PERFORM 3150-WRITE-ONE-OPENING THRU 3150-EXIT.
               PERFORM 3150-WRITE-ONE-OPENING THRU 3150-EXIT
                   UNTIL SC-LEFT-RESULTS = 0 AND SC-LEFT-Z = 0
                       AND SC-LEFT-REP = 0.
           3100-EXIT.
               EXIT.

           *> ---- 3150-WRITE-ONE-OPENING ---- <*
           3150-WRITE-ONE-OPENING.
               IF SC-LEFT-RESULTS > SC-MAX-RESULTS
                   MOVE SC-MAX-RESULTS TO SC-PART-RESULTS
               ELSE
                   MOVE SC-LEFT-RESULTS TO SC-PART-RESULTS
               END-IF.
               EVALUATE TRUE
                   WHEN SC-LEFT-Z > SC-MAX-AMOUNT
                       MOVE SC-MAX-AMOUNT TO SC-PART-Z
                   WHEN SC-LEFT-Z < SC-MIN-AMOUNT
                       MOVE SC-MIN-AMOUNT TO SC-PART-Z
                   WHEN OTHER
                       MOVE SC-LEFT-Z TO SC-PART-Z
               END-EVALUATE.
               EVALUATE TRUE
                   WHEN SC-LEFT-REP > SC-MAX-AMOUNT
                       MOVE SC-MAX-AMOUNT TO SC-PART-REP
                   WHEN SC-LEFT-REP < SC-MIN-AMOUNT
                       MOVE SC-MIN-AMOUNT TO SC-PART-REP
                   WHEN OTHER
                       MOVE SC-LEFT-REP TO SC-PART-REP
               END-EVALUATE.
               MOVE SPACES TO SC-WORK-XYZ.
               MOVE SC-PART-RESULTS TO SC-WK-X.
               MOVE 0 TO SC-WK-Y.
               MOVE SC-PART-Z TO SC-WK-Z.
               MOVE SC-CT-CCY(SC-CCY-COUNTER) TO SC-WK-CCY.
               MOVE SC-PART-REP TO SC-WK-Z-REPORTING.
               MOVE SC-CLOSE-DATE TO SC-WK-RUN-DATE.
               MOVE "CARRYFWD" TO SC-WK-SOURCE.
               SET SC-WK-OPENING-BALANCE TO TRUE.
               MOVE ZEROS TO SC-WK-VALUE-DATE.
               WRITE XYZNEW-RECORD FROM SC-WORK-XYZ.
               ADD 1 TO SC-OPENING-WRITTEN.
               SUBTRACT SC-PART-RESULTS FROM SC-LEFT-RESULTS.
               SUBTRACT SC-PART-Z FROM SC-LEFT-Z.
               SUBTRACT SC-PART-REP FROM SC-LEFT-REP.
           3150-EXIT.
               EXIT.

           *> ---- 4000-SPLIT-XYZOUT ---- <*
           *> 二巡目：締めた年までの行は保管ファイルへ、
           *> それ以外の行はそのまま新ファイルへ
           4000-SPLIT-XYZOUT.
               OPEN OUTPUT ARCHIVE-FILE.
               MOVE "N" TO SC-XYZOUT-EOF-SWITCH.
               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   SET SC-XYZOUT-EOF TO TRUE
               END-IF.
               PERFORM 4100-SPLIT-ONE-ROW THRU 4100-EXIT
                   UNTIL SC-XYZOUT-EOF.
               IF SC-XYZOUT-STATUS NOT = "35"
                   CLOSE XYZOUT-FILE
               END-IF.
               CLOSE XYZNEW-FILE.
               CLOSE ARCHIVE-FILE.
           4000-EXIT.
               EXIT.

           *> ---- 4100-SPLIT-ONE-ROW ---- <*
           4100-SPLIT-ONE-ROW.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 4100-EXIT
               END-READ.
               IF XYZOUT-RUN-DATE NOT > SC-YEAR-END
                   WRITE ARCHIVE-RECORD FROM XYZOUT-RECORD
                   ADD 1 TO SC-ROWS-ARCHIVED
               ELSE
                   WRITE XYZNEW-RECORD FROM XYZOUT-RECORD
                   ADD 1 TO SC-ROWS-KEPT
               END-IF.
           4100-EXIT.
               EXIT.

           *> ---- 5000-VERIFY-OUTPUT ---- <*
           *> 三巡目：書いた保管ファイルと新ファイルを読み直して
           *> 通貨別に合計する（証明書はこの読み直しの結果で作る）
           5000-VERIFY-OUTPUT.
               MOVE "N" TO SC-CHECK-EOF-SWITCH.
               OPEN INPUT ARCHIVE-FILE.
               IF SC-ARCHIVE-STATUS = "35"
                   SET SC-CHECK-EOF TO TRUE
               END-IF.
               PERFORM 5100-VERIFY-ARCHIVE-ROW THRU 5100-EXIT
                   UNTIL SC-CHECK-EOF.
               IF SC-ARCHIVE-STATUS NOT = "35"
                   CLOSE ARCHIVE-FILE
               END-IF.
               MOVE "N" TO SC-CHECK-EOF-SWITCH.
               OPEN INPUT XYZNEW-FILE.
               IF SC-XYZNEW-STATUS = "35"
                   SET SC-CHECK-EOF TO TRUE
               END-IF.
               PERFORM 5200-VERIFY-LIVE-ROW THRU 5200-EXIT
                   UNTIL SC-CHECK-EOF.
               IF SC-XYZNEW-STATUS NOT = "35"
                   CLOSE XYZNEW-FILE
               END-IF.
           5000-EXIT.
               EXIT.

           *> ---- 5100-VERIFY-ARCHIVE-ROW ---- <*
           5100-VERIFY-ARCHIVE-ROW.
               READ ARCHIVE-FILE INTO SC-WORK-XYZ
                   AT END
                       SET SC-CHECK-EOF TO TRUE
                       GO TO 5100-EXIT
               END-READ.
               PERFORM 5300-LOCATE-WORK-ROW THRU 5300-EXIT.
               IF SC-CCY-INDEX = 0
                   GO TO 5100-EXIT
               END-IF.
               ADD 1 TO SC-ARC-ROWS(SC-CCY-INDEX).
               ADD SC-ROW-RESULTS TO SC-ARC-RESULTS(SC-CCY-INDEX).
               ADD SC-WK-Z TO SC-ARC-Z(SC-CCY-INDEX).
               ADD SC-WK-Z-REPORTING TO SC-ARC-REP(SC-CCY-INDEX).
           5100-EXIT.
               EXIT.

           *> ---- 5200-VERIFY-LIVE-ROW ---- <*
           5200-VERIFY-LIVE-ROW.
               READ XYZNEW-FILE INTO SC-WORK-XYZ
                   AT END
                       SET SC-CHECK-EOF TO TRUE
                       GO TO 5200-EXIT
               END-READ.
               PERFORM 5300-LOCATE-WORK-ROW THRU 5300-EXIT.
               IF SC-CCY-INDEX = 0
                   GO TO 5200-EXIT
               END-IF.
               ADD 1 TO SC-LIV-ROWS(SC-CCY-INDEX).
               ADD SC-ROW-RESULTS TO SC-LIV-RESULTS(SC-CCY-INDEX).
               ADD SC-WK-Z TO SC-LIV-Z(SC-CCY-INDEX).
               ADD SC-WK-Z-REPORTING TO SC-LIV-REP(SC-CCY-INDEX).
               IF NOT SC-WK-OPENING-BALANCE
                   GO TO 5200-EXIT
               END-IF.
               ADD 1 TO SC-OPN-ROWS(SC-CCY-INDEX).
               ADD SC-ROW-RESULTS TO SC-OPN-RESULTS(SC-CCY-INDEX).
               ADD SC-WK-Z TO SC-OPN-Z(SC-CCY-INDEX).
               ADD SC-WK-Z-REPORTING TO SC-OPN-REP(SC-CCY-INDEX).
           5200-EXIT.
               EXIT.

           *> ---- 5300-LOCATE-WORK-ROW ---- <*
           *> 読み直した行の通貨を引き、結果件数を求める
           5300-LOCATE-WORK-ROW.
               MOVE SC-WK-CCY TO SC-FIND-CCY.
               PERFORM 7000-FIND-CCY THRU 7000-EXIT.
               MOVE SC-WK-OPERATION TO SC-ROW-OPERATION.
               MOVE SC-WK-X TO SC-ROW-X.
               PERFORM 7200-ROW-RESULTS THRU 7200-EXIT.
           5300-EXIT.
               EXIT.

           *> ---- 6000-WRITE-CERTIFICATE ---- <*
           *> 締め証明書。通貨ごとに
           *>   行数：  締め前 ＝ 保管 ＋ 締め後 － 繰越開始行
           *>   件数・Z・換算額：締め後 ＝ 締め前、繰越額 ＝ 保管
           *> がすべて成り立てば保管＋締め後のファイルが締め前の
           *> XYZOUTと一致する
           6000-WRITE-CERTIFICATE.
               OPEN OUTPUT CLOSE-RPT-FILE.
               MOVE SPACES TO SC-ROW-LINE.
               MOVE SPACES TO SC-AMOUNT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "XYZOUT YEAR-END CLOSE CERTIFICATE - YEAR "
                   SC-CLOSE-YEAR "   RUN " SC-TODAY
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ROWS DATED ON OR BEFORE " SC-YEAR-END
                   " ARCHIVED. LAST BUSINESS DAY " SC-CLOSE-DATE
                   ", PROCDATE PROCESSED THROUGH " SC-PROC-THRU
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "OPENING ROWS (OPERATION O, SOURCE CARRYFWD) "
                   "ARE DATED " SC-CLOSE-DATE
                   "; X IS THE NUMBER OF RESULTS CARRIED"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.

               MOVE "ROWS: BEFORE = ARCHIVED + LIVE NOW - OPENING ROWS"
                   TO SC-RPT-LINE.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               MOVE "CCY" TO SC-RPT-LINE(1:3).
               MOVE "ROWS BEFORE" TO SC-RPT-LINE(9:11).
               MOVE "ROWS ARCHIVED" TO SC-RPT-LINE(23:13).
               MOVE "ROWS LIVE NOW" TO SC-RPT-LINE(39:13).
               MOVE "OPENING ROWS" TO SC-RPT-LINE(56:12).
               MOVE "CHECK" TO SC-RPT-LINE(70:5).
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 6100-WRITE-CCY-ROWS THRU 6100-EXIT
                   VARYING SC-CCY-COUNTER FROM 1 BY 1
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT.
               MOVE SPACES TO SC-ROW-LINE.
               MOVE "ALL" TO SC-RL-CCY.
               MOVE SC-ALL-BEF-ROWS TO SC-RL-BEFORE.
               MOVE SC-ALL-ARC-ROWS TO SC-RL-ARCHIVED.
               MOVE SC-ALL-LIV-ROWS TO SC-RL-LIVE.
               MOVE SC-ALL-OPN-ROWS TO SC-RL-OPENING.
               WRITE CLOSE-RPT-RECORD FROM SC-ROW-LINE.

               MOVE SPACES TO SC-RPT-LINE.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "RESULTS AND AMOUNTS: BEFORE = LIVE NOW"
                   TO SC-RPT-LINE.
               MOVE "AND CARRIED FWD = ARCHIVED" TO SC-RPT-LINE(40:26).
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               MOVE "CCY  ITEM" TO SC-RPT-LINE(1:9).
               MOVE "BEFORE" TO SC-RPT-LINE(30:6).
               MOVE "ARCHIVED" TO SC-RPT-LINE(48:8).
               MOVE "CARRIED FWD" TO SC-RPT-LINE(65:11).
               MOVE "LIVE NOW" TO SC-RPT-LINE(88:8).
               MOVE "CHECK" TO SC-RPT-LINE(98:5).
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 6200-WRITE-CCY-AMOUNTS THRU 6200-EXIT
                   VARYING SC-CCY-COUNTER FROM 1 BY 1
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT.
               MOVE "ALL" TO SC-AL-CCY.
               MOVE "RESULTS" TO SC-AL-ITEM.
               SET SC-CMP-COUNT TO TRUE.
               MOVE SC-ALL-BEF-RESULTS TO SC-CMP-BEFORE.
               MOVE SC-ALL-ARC-RESULTS TO SC-CMP-ARCHIVED.
               MOVE SC-ALL-OPN-RESULTS TO SC-CMP-CARRIED.
               MOVE SC-ALL-LIV-RESULTS TO SC-CMP-LIVE.
               PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
               MOVE "ALL" TO SC-AL-CCY.
               MOVE "Z-REPORTING" TO SC-AL-ITEM.
               MOVE SPACE TO SC-CMP-KIND.
               MOVE SC-ALL-BEF-REP TO SC-CMP-BEFORE.
               MOVE SC-ALL-ARC-REP TO SC-CMP-ARCHIVED.
               MOVE SC-ALL-OPN-REP TO SC-CMP-CARRIED.
               MOVE SC-ALL-LIV-REP TO SC-CMP-LIVE.
               PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.

               MOVE SPACES TO SC-RPT-LINE.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               STRING "ROWS ARCHIVED " SC-ROWS-ARCHIVED
                   "   OTHER ROWS KEPT " SC-ROWS-KEPT
                   "   OPENING ROWS WRITTEN " SC-OPENING-WRITTEN
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-BALANCED
                   MOVE "CERTIFICATE: BALANCED - ARCHIVE PLUS LIVE FILE"
                       TO SC-RPT-LINE
                   MOVE "EQUALS XYZOUT BEFORE THE CLOSE"
                       TO SC-RPT-LINE(48:30)
               ELSE
                   MOVE "CERTIFICATE: NOT BALANCED" TO SC-RPT-LINE
                   MOVE "- XYZOUT NOT REPLACED" TO SC-RPT-LINE(27:21)
               END-IF.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "CLOSED BY:   ____________________  DATE: ________"
                   TO SC-RPT-LINE.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "APPROVED BY: ____________________  DATE: ________"
                   TO SC-RPT-LINE.
               WRITE CLOSE-RPT-RECORD FROM SC-RPT-LINE.
               CLOSE CLOSE-RPT-FILE.
           6000-EXIT.
               EXIT.

           *> ---- 6100-WRITE-CCY-ROWS ---- <*
           6100-WRITE-CCY-ROWS.
               MOVE SPACES TO SC-ROW-LINE.
               MOVE SC-CT-CCY(SC-CCY-COUNTER) TO SC-RL-CCY.
               MOVE SC-BEF-ROWS(SC-CCY-COUNTER) TO SC-RL-BEFORE.
               MOVE SC-ARC-ROWS(SC-CCY-COUNTER) TO SC-RL-ARCHIVED.
               MOVE SC-LIV-ROWS(SC-CCY-COUNTER) TO SC-RL-LIVE.
               MOVE SC-OPN-ROWS(SC-CCY-COUNTER) TO SC-RL-OPENING.
               IF SC-BEF-ROWS(SC-CCY-COUNTER)
                       + SC-OPN-ROWS(SC-CCY-COUNTER)
                       = SC-ARC-ROWS(SC-CCY-COUNTER)
                       + SC-LIV-ROWS(SC-CCY-COUNTER)
                   MOVE "OK" TO SC-RL-CHECK
               ELSE
                   MOVE "** DIFFERENCE" TO SC-RL-CHECK
                   MOVE "N" TO SC-BALANCED-SWITCH
               END-IF.
               WRITE CLOSE-RPT-RECORD FROM SC-ROW-LINE.
               ADD SC-BEF-ROWS(SC-CCY-COUNTER) TO SC-ALL-BEF-ROWS.
               ADD SC-ARC-ROWS(SC-CCY-COUNTER) TO SC-ALL-ARC-ROWS.
               ADD SC-LIV-ROWS(SC-CCY-COUNTER) TO SC-ALL-LIV-ROWS.
               ADD SC-OPN-ROWS(SC-CCY-COUNTER) TO SC-ALL-OPN-ROWS.
           6100-EXIT.
               EXIT.

           *> ---- 6200-WRITE-CCY-AMOUNTS ---- <*
           6200-WRITE-CCY-AMOUNTS.
               MOVE SC-CT-CCY(SC-CCY-COUNTER) TO SC-AL-CCY.
               MOVE "RESULTS" TO SC-AL-ITEM.
               SET SC-CMP-COUNT TO TRUE.
               MOVE SC-BEF-RESULTS(SC-CCY-COUNTER) TO SC-CMP-BEFORE.
               MOVE SC-ARC-RESULTS(SC-CCY-COUNTER) TO SC-CMP-ARCHIVED.
               MOVE SC-OPN-RESULTS(SC-CCY-COUNTER) TO SC-CMP-CARRIED.
               MOVE SC-LIV-RESULTS(SC-CCY-COUNTER) TO SC-CMP-LIVE.
               PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
               MOVE SC-CT-CCY(SC-CCY-COUNTER) TO SC-AL-CCY.
               MOVE "Z" TO SC-AL-ITEM.
               MOVE SPACE TO SC-CMP-KIND.
               MOVE SC-BEF-Z(SC-CCY-COUNTER) TO SC-CMP-BEFORE.
               MOVE SC-ARC-Z(SC-CCY-COUNTER) TO SC-CMP-ARCHIVED.
               MOVE SC-OPN-Z(SC-CCY-COUNTER) TO SC-CMP-CARRIED.
               MOVE SC-LIV-Z(SC-CCY-COUNTER) TO SC-CMP-LIVE.
               PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
               MOVE SC-CT-CCY(SC-CCY-COUNTER) TO SC-AL-CCY.
               MOVE "Z-REPORTING" TO SC-AL-ITEM.
               MOVE SC-BEF-REP(SC-CCY-COUNTER) TO SC-CMP-BEFORE.
               MOVE SC-ARC-REP(SC-CCY-COUNTER) TO SC-CMP-ARCHIVED.
               MOVE SC-OPN-REP(SC-CCY-COUNTER) TO SC-CMP-CARRIED.
               MOVE SC-LIV-REP(SC-CCY-COUNTER) TO SC-CMP-LIVE.
               PERFORM 6300-WRITE-AMOUNT-LINE THRU 6300-EXIT.
               ADD SC-BEF-RESULTS(SC-CCY-COUNTER) TO SC-ALL-BEF-RESULTS.
               ADD SC-ARC-RESULTS(SC-CCY-COUNTER) TO SC-ALL-ARC-RESULTS.
               ADD SC-OPN-RESULTS(SC-CCY-COUNTER) TO SC-ALL-OPN-RESULTS.
               ADD SC-LIV-RESULTS(SC-CCY-COUNTER) TO SC-ALL-LIV-RESULTS.
               ADD SC-BEF-REP(SC-CCY-COUNTER) TO SC-ALL-BEF-REP.
               ADD SC-ARC-REP(SC-CCY-COUNTER) TO SC-ALL-ARC-REP.
               ADD SC-OPN-REP(SC-CCY-COUNTER) TO SC-ALL-OPN-REP.
               ADD SC-LIV-REP(SC-CCY-COUNTER) TO SC-ALL-LIV-REP.
           6200-EXIT.
               EXIT.

           *> ---- 6300-WRITE-AMOUNT-LINE ---- <*
           *> 締め後＝締め前、繰越額＝保管を確かめて1行書く
           6300-WRITE-AMOUNT-LINE.
               MOVE SC-CMP-BEFORE TO SC-CMP-EDIT-IN.
               PERFORM 6350-EDIT-AMOUNT THRU 6350-EXIT.
               MOVE SC-CMP-EDIT-OUT TO SC-AL-BEFORE.
               MOVE SC-CMP-ARCHIVED TO SC-CMP-EDIT-IN.
               PERFORM 6350-EDIT-AMOUNT THRU 6350-EXIT.
               MOVE SC-CMP-EDIT-OUT TO SC-AL-ARCHIVED.
               MOVE SC-CMP-CARRIED TO SC-CMP-EDIT-IN.
               PERFORM 6350-EDIT-AMOUNT THRU 6350-EXIT.
               MOVE SC-CMP-EDIT-OUT TO SC-AL-CARRIED.
               MOVE SC-CMP-LIVE TO SC-CMP-EDIT-IN.
               PERFORM 6350-EDIT-AMOUNT THRU 6350-EXIT.
               MOVE SC-CMP-EDIT-OUT TO SC-AL-LIVE.
               IF SC-CMP-LIVE = SC-CMP-BEFORE
                       AND SC-CMP-CARRIED = SC-CMP-ARCHIVED
                   MOVE "OK" TO SC-AL-CHECK
               ELSE
                   MOVE "** DIFFERENCE" TO SC-AL-CHECK
                   MOVE "N" TO SC-BALANCED-SWITCH
               END-IF.
               WRITE CLOSE-RPT-RECORD FROM SC-AMOUNT-LINE.
               MOVE SPACES TO SC-AMOUNT-LINE.
           6300-EXIT.
               EXIT.

           *> ---- 6350-EDIT-AMOUNT ---- <*
           6350-EDIT-AMOUNT.
               IF SC-CMP-COUNT
                   MOVE SC-CMP-EDIT-IN TO SC-EDIT-RESULTS
                   MOVE SC-EDIT-RESULTS TO SC-EDIT-COUNT
                   MOVE SC-EDIT-COUNT TO SC-CMP-EDIT-OUT
               ELSE
                   MOVE SC-CMP-EDIT-IN TO SC-EDIT-AMOUNT
                   MOVE SC-EDIT-AMOUNT TO SC-CMP-EDIT-OUT
               END-IF.
           6350-EXIT.
               EXIT.

           *> ---- 7000-FIND-CCY ---- <*
           *> 通貨の行を引く。なければ表に加える（満杯なら0を返す）
           7000-FIND-CCY.
               MOVE 0 TO SC-CCY-INDEX.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 7050-CHECK-ONE-CCY THRU 7050-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT
                       OR SC-CCY-INDEX > 0.
               IF SC-CCY-INDEX > 0
                   GO TO 7000-EXIT
               END-IF.
               IF SC-CCY-COUNT NOT < SC-CCY-MAX
                   SET SC-TABLE-FULL TO TRUE
                   GO TO 7000-EXIT
               END-IF.
               ADD 1 TO SC-CCY-COUNT.
               MOVE SC-CCY-COUNT TO SC-CCY-INDEX.
               MOVE ZEROS TO SC-CCY-ENTRY(SC-CCY-INDEX).
               MOVE SC-FIND-CCY TO SC-CT-CCY(SC-CCY-INDEX).
           7000-EXIT.
               EXIT.

           *> ---- 7050-CHECK-ONE-CCY ---- <*
           7050-CHECK-ONE-CCY.
               IF SC-CT-CCY(SC-CCY-COUNTER) = SC-FIND-CCY
                   MOVE SC-CCY-COUNTER TO SC-CCY-INDEX
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           7050-EXIT.
               EXIT.

           *> ---- 7200-ROW-RESULTS ---- <*
           *> 明細行は1件、繰越開始行はXに入れた件数
           7200-ROW-RESULTS.
               IF SC-ROW-OPERATION = "O"
                   MOVE SC-ROW-X TO SC-ROW-RESULTS
               ELSE
                   MOVE 1 TO SC-ROW-RESULTS
               END-IF.
           7200-EXIT.
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
               MOVE "XYZCLOSE" TO RLOG-PROGRAM.
               MOVE SC-TODAY TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-BALANCED
                   MOVE 0 TO RLOG-RETURN-CODE
               ELSE
                   MOVE 8 TO RLOG-RETURN-CODE
               END-IF.
               MOVE SC-ROWS-ARCHIVED TO RLOG-COUNT-1.
               MOVE SC-ROWS-KEPT TO RLOG-COUNT-2.
               MOVE SC-OPENING-WRITTEN TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM XYZCLOSE.
