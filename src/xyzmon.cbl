           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. XYZMON.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT XYZOUT-FILE ASSIGN TO "XYZOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZOUT-STATUS.
               SELECT LIMIT-FILE ASSIGN TO "LIMMAST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-LIMIT-STATUS.
               SELECT HOLD-FILE ASSIGN TO "XYZHOLD"
                   ORGANIZATION INDEXED
                   ACCESS DYNAMIC
                   RECORD KEY HOLD-KEY
                   FILE STATUS IS SC-HOLD-STATUS.
               SELECT MON-RPT-FILE ASSIGN TO "MONRPT"
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

           FD LIMIT-FILE.
           COPY LIMMREC.

           FD HOLD-FILE.
           COPY XYZHREC.

           FD MON-RPT-FILE.
           01 MON-RPT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-XYZOUT-STATUS PIC X(02).
           01 SC-LIMIT-STATUS PIC X(02).
           01 SC-HOLD-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-XYZOUT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZOUT-EOF VALUE "Y".
              03 SC-LIMIT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-LIMIT-EOF VALUE "Y".
              03 SC-MONITOR-FAIL-SWITCH PIC X(01) VALUE "N".
                 88 SC-MONITOR-FAIL VALUE "Y".
              03 SC-REPEAT-FULL-SWITCH PIC X(01) VALUE "N".
                 88 SC-REPEAT-FULL VALUE "Y".

           *> PARMは「実行日 過去日数 サイクル」。過去日数は平均を
           *> 取る暦日数、サイクル省略時は当日全体を検査する
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-LOOKBACK PIC X(03).
           01 SC-PARM-CYCLE PIC X(02).
           01 SC-RUN-DATE PIC 9(08).
           01 SC-LOOKBACK PIC 9(03) VALUE 30.
           01 SC-SELECT-CYCLE PIC 9(02) VALUE 0.
           01 SC-REC-CYCLE PIC 9(02) VALUE 0.
           01 SC-WINDOW-START PIC 9(08).
           01 SC-DATE-INTEGER PIC 9(08).

           *> 平均を信用するのに要る過去の営業日数
           01 SC-MIN-HISTORY PIC 9(3) VALUE 5.

           *> 限度額マスタの表
           01 SC-MAX-LIMITS PIC 9(3) VALUE 100.
           01 SC-LIMIT-COUNT PIC 9(3) VALUE 0.
           01 SC-LIMIT-TABLE.
              03 SC-LIMIT-ENTRY OCCURS 100 TIMES.
                 05 SC-LIM-CCY PIC X(03).
                 05 SC-LIM-SINGLE-MAX PIC 9(7)V99.
                 05 SC-LIM-SPIKE-PCT PIC 9(04).
                 05 SC-LIM-REPEAT-MAX PIC 9(03).
                 05 SC-LIM-HOLD-SPIKE PIC X(01).
                 05 SC-LIM-HOLD-REPEAT PIC X(01).
           01 SC-LIMIT-COUNTER PIC 9(3) VALUE 0.
           01 SC-LIMIT-INDEX PIC 9(3) VALUE 0.

           *> 通貨別の当日総額と過去期間の総額（Zの絶対値）
           01 SC-MAX-CCYS PIC 9(3) VALUE 100.
           01 SC-CCY-COUNT PIC 9(3) VALUE 0.
           01 SC-CCY-TABLE.
              03 SC-CCY-ENTRY OCCURS 100 TIMES.
                 05 SC-CCY-CODE PIC X(03).
                 05 SC-CCY-TODAY-COUNT PIC 9(7).
                 05 SC-CCY-TODAY-GROSS PIC S9(11)V99.
                 05 SC-CCY-HIST-GROSS PIC S9(13)V99.
                 05 SC-CCY-AVERAGE PIC S9(11)V99.
                 05 SC-CCY-LIMIT-INDEX PIC 9(3).
                 05 SC-CCY-SPIKE-SWITCH PIC X(01).
                    88 SC-CCY-SPIKED VALUE "Y".
           01 SC-CCY-COUNTER PIC 9(3) VALUE 0.
           01 SC-CCY-INDEX PIC 9(3) VALUE 0.

           *> 過去期間に結果のあった実行日（平均の分母）
           01 SC-MAX-DAYS PIC 9(3) VALUE 400.
           01 SC-DAY-COUNT PIC 9(3) VALUE 0.
           01 SC-DAY-TABLE.
              03 SC-DAY-DATE PIC 9(08) OCCURS 400 TIMES.
           01 SC-DAY-COUNTER PIC 9(3) VALUE 0.
           01 SC-DAY-INDEX PIC 9(3) VALUE 0.

           *> 当日の通貨・金額別の件数（同額反復の検出用）
           01 SC-MAX-AMOUNTS PIC 9(4) VALUE 3000.
           01 SC-AMOUNT-COUNT PIC 9(4) VALUE 0.
           01 SC-AMOUNT-TABLE.
              03 SC-AMOUNT-ENTRY OCCURS 3000 TIMES.
                 05 SC-AMT-CCY PIC X(03).
                 05 SC-AMT-Z PIC S9(7)V99.
                 05 SC-AMT-COUNT PIC 9(5).
           01 SC-AMOUNT-COUNTER PIC 9(4) VALUE 0.
           01 SC-AMOUNT-INDEX PIC 9(4) VALUE 0.

           *> サイクル別の出現順（保留ファイルのキーになる）
           01 SC-SEQ-TABLE.
              03 SC-CYCLE-SEQ PIC 9(06) OCCURS 99 TIMES.

           *> 一行ごとの判定
           01 SC-ABS-Z PIC S9(7)V99.
           01 SC-FLAG-LIMIT PIC X(01).
              88 SC-ROW-OVER-LIMIT VALUE "Y".
           01 SC-FLAG-SPIKE PIC X(01).
              88 SC-ROW-IN-SPIKE VALUE "Y".
           01 SC-FLAG-REPEAT PIC X(01).
              88 SC-ROW-REPEATED VALUE "Y".
           01 SC-HOLD-DECISION PIC X(01).
              88 SC-ROW-TO-HOLD VALUE "Y".
           01 SC-SPIKE-TEST PIC S9(15)V99.
           01 SC-SPIKE-LIMIT PIC S9(15)V99.

           01 SC-READ-COUNT PIC 9(7) VALUE 0.
           01 SC-CHECKED-COUNT PIC 9(7) VALUE 0.
           01 SC-ALERT-COUNT PIC 9(7) VALUE 0.
           01 SC-HELD-COUNT PIC 9(7) VALUE 0.
           01 SC-ALREADY-COUNT PIC 9(7) VALUE 0.
           01 SC-SPIKE-COUNT PIC 9(3) VALUE 0.
           01 SC-NOLIMIT-COUNT PIC 9(3) VALUE 0.

           01 SC-EDIT-Z PIC -(7)9.99.
           01 SC-EDIT-GROSS PIC -(11)9.99.
           01 SC-EDIT-AVERAGE PIC -(11)9.99.
           01 SC-REASON-TEXT.
              03 SC-REASON-LIMIT PIC X(06).
              03 SC-REASON-SPIKE PIC X(06).
              03 SC-REASON-REPEAT PIC X(06).
           01 SC-ACTION-TEXT PIC X(10).
           01 SC-RPT-LINE PIC X(132).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               IF NOT SC-MONITOR-FAIL
                   PERFORM 2000-LOAD-LIMITS THRU 2000-EXIT
                       UNTIL SC-LIMIT-EOF
                   PERFORM 3000-TALLY-XYZOUT THRU 3000-EXIT
                       UNTIL SC-XYZOUT-EOF
               END-IF.
               IF NOT SC-MONITOR-FAIL
                   PERFORM 4000-ASSESS-CCYS THRU 4000-EXIT
                   PERFORM 5000-REOPEN-XYZOUT THRU 5000-EXIT
                   PERFORM 5100-CHECK-ROW THRU 5100-EXIT
                       UNTIL SC-XYZOUT-EOF
                   PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
               END-IF.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-MONITOR-FAIL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-ALERT-COUNT > 0 OR SC-SPIKE-COUNT > 0
                           OR SC-NOLIMIT-COUNT > 0 OR SC-REPEAT-FULL
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-LOOKBACK.
               MOVE SPACES TO SC-PARM-CYCLE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-LOOKBACK SC-PARM-CYCLE
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-LOOKBACK IS NUMERIC
                       AND SC-PARM-LOOKBACK NOT = "000"
                   MOVE SC-PARM-LOOKBACK TO SC-LOOKBACK
               END-IF.
               IF SC-PARM-CYCLE IS NUMERIC
                   MOVE SC-PARM-CYCLE TO SC-SELECT-CYCLE
               END-IF.
               COMPUTE SC-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SC-RUN-DATE) - SC-LOOKBACK.
               COMPUTE SC-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(SC-DATE-INTEGER).
               MOVE ZEROS TO SC-SEQ-TABLE.

               OPEN OUTPUT MON-RPT-FILE.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-SELECT-CYCLE = 0
                   STRING "LARGE-VALUE AND UNUSUAL-ACTIVITY MONITOR "
                       SC-RUN-DATE "  ALL CYCLES  AVERAGE FROM "
                       SC-WINDOW-START
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   STRING "LARGE-VALUE AND UNUSUAL-ACTIVITY MONITOR "
                       SC-RUN-DATE "  CYCLE " SC-SELECT-CYCLE
                       "  AVERAGE FROM " SC-WINDOW-START
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
               WRITE MON-RPT-RECORD FROM SC-RPT-LINE.

               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   SET SC-XYZOUT-EOF TO TRUE
               END-IF.
               OPEN INPUT LIMIT-FILE.
               IF SC-LIMIT-STATUS = "35"
                   SET SC-LIMIT-EOF TO TRUE
               END-IF.
               *> 保留ファイルが開けないと保留すべき行が記帳される
               *> ので、初回作成（35）以外は異常で止める
               OPEN I-O HOLD-FILE.
               IF SC-HOLD-STATUS = "35"
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF.
               IF SC-HOLD-STATUS NOT = "00"
                   SET SC-MONITOR-FAIL TO TRUE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: XYZHOLD OPEN STATUS " SC-HOLD-STATUS
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE MON-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           1000-EXIT.
               EXIT.

           *> ---- 2000-LOAD-LIMITS ---- <*
           2000-LOAD-LIMITS.
               READ LIMIT-FILE
                   AT END
                       SET SC-LIMIT-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF LIMIT-SINGLE-MAX IS NOT NUMERIC
                       OR LIMIT-SPIKE-PCT IS NOT NUMERIC
                       OR LIMIT-REPEAT-MAX IS NOT NUMERIC
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "LIMMAST ROW IGNORED - NOT NUMERIC: "
                       LIMIT-RECORD
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE MON-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 2000-EXIT
               END-IF.
               IF SC-LIMIT-COUNT NOT < SC-MAX-LIMITS
                   GO TO 2000-EXIT
               END-IF.
               ADD 1 TO SC-LIMIT-COUNT.
               MOVE LIMIT-CCY TO SC-LIM-CCY(SC-LIMIT-COUNT).
               MOVE LIMIT-SINGLE-MAX
                   TO SC-LIM-SINGLE-MAX(SC-LIMIT-COUNT).
               MOVE LIMIT-SPIKE-PCT TO SC-LIM-SPIKE-PCT(SC-LIMIT-COUNT).
               MOVE LIMIT-REPEAT-MAX
                   TO SC-LIM-REPEAT-MAX(SC-LIMIT-COUNT).
               MOVE LIMIT-HOLD-SPIKE
                   TO SC-LIM-HOLD-SPIKE(SC-LIMIT-COUNT).
               MOVE LIMIT-HOLD-REPEAT
                   TO SC-LIM-HOLD-REPEAT(SC-LIMIT-COUNT).
           2000-EXIT.
               EXIT.

           *> ---- 3000-TALLY-XYZOUT ---- <*
           *> 一巡目：当日の通貨別総額と同額件数、過去期間の通貨別
           *> 総額と実行日を集める
           3000-TALLY-XYZOUT.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 3000-EXIT
               END-READ.
               ADD 1 TO SC-READ-COUNT.
               IF XYZOUT-RUN-DATE > SC-RUN-DATE
                       OR XYZOUT-RUN-DATE < SC-WINDOW-START
                       OR XYZOUT-OPENING-BALANCE
                   GO TO 3000-EXIT
               END-IF.
               PERFORM 3100-LOCATE-CCY THRU 3100-EXIT.
               IF SC-CCY-INDEX = 0
                   GO TO 3000-EXIT
               END-IF.
               IF XYZOUT-Z < 0
                   COMPUTE SC-ABS-Z = 0 - XYZOUT-Z
               ELSE
                   MOVE XYZOUT-Z TO SC-ABS-Z
               END-IF.
               IF XYZOUT-RUN-DATE = SC-RUN-DATE
                   ADD 1 TO SC-CCY-TODAY-COUNT(SC-CCY-INDEX)
                   ADD SC-ABS-Z TO SC-CCY-TODAY-GROSS(SC-CCY-INDEX)
                   PERFORM 3300-COUNT-AMOUNT THRU 3300-EXIT
               ELSE
                   ADD SC-ABS-Z TO SC-CCY-HIST-GROSS(SC-CCY-INDEX)
                   PERFORM 3200-NOTE-DAY THRU 3200-EXIT
               END-IF.
           3000-EXIT.
               EXIT.

           *> ---- 3100-LOCATE-CCY ---- <*
           3100-LOCATE-CCY.
               MOVE 0 TO SC-CCY-INDEX.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 3110-FIND-CCY THRU 3110-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT
                       OR SC-CCY-INDEX > 0.
               IF SC-CCY-INDEX > 0
                   GO TO 3100-EXIT
               END-IF.
               IF SC-CCY-COUNT NOT < SC-MAX-CCYS
                   SET SC-MONITOR-FAIL TO TRUE
                   SET SC-XYZOUT-EOF TO TRUE
                   MOVE "FAIL: CURRENCY TABLE LIMIT REACHED"
                       TO SC-RPT-LINE
                   WRITE MON-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 3100-EXIT
               END-IF.
               ADD 1 TO SC-CCY-COUNT.
               MOVE SC-CCY-COUNT TO SC-CCY-INDEX.
               MOVE XYZOUT-CURRENCY-CODE TO SC-CCY-CODE(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-TODAY-COUNT(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-TODAY-GROSS(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-HIST-GROSS(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-AVERAGE(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-LIMIT-INDEX(SC-CCY-INDEX).
               MOVE "N" TO SC-CCY-SPIKE-SWITCH(SC-CCY-INDEX).
           3100-EXIT.
               EXIT.

           *> ---- 3110-FIND-CCY ---- <*
           3110-FIND-CCY.
               IF SC-CCY-CODE(SC-CCY-COUNTER) = XYZOUT-CURRENCY-CODE
                   MOVE SC-CCY-COUNTER TO SC-CCY-INDEX
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           3110-EXIT.
               EXIT.

           *> ---- 3200-NOTE-DAY ---- <*
           *> 結果のあった実行日を数える（どの通貨も無い日は数えない）
           3200-NOTE-DAY.
               MOVE 0 TO SC-DAY-INDEX.
               MOVE 1 TO SC-DAY-COUNTER.
               PERFORM 3210-FIND-DAY THRU 3210-EXIT
                   UNTIL SC-DAY-COUNTER > SC-DAY-COUNT
                       OR SC-DAY-INDEX > 0.
               IF SC-DAY-INDEX = 0
                       AND SC-DAY-COUNT < SC-MAX-DAYS
                   ADD 1 TO SC-DAY-COUNT
                   MOVE XYZOUT-RUN-DATE TO SC-DAY-DATE(SC-DAY-COUNT)
               END-IF.
           3200-EXIT.
               EXIT.

           *> ---- 3210-FIND-DAY ---- <*
           3210-FIND-DAY.
               IF SC-DAY-DATE(SC-DAY-COUNTER) = XYZOUT-RUN-DATE
                   MOVE SC-DAY-COUNTER TO SC-DAY-INDEX
               END-IF.
               ADD 1 TO SC-DAY-COUNTER.
           3210-EXIT.
               EXIT.

           *> ---- 3300-COUNT-AMOUNT ---- <*
           3300-COUNT-AMOUNT.
               PERFORM 3310-LOCATE-AMOUNT THRU 3310-EXIT.
               IF SC-AMOUNT-INDEX > 0
                   ADD 1 TO SC-AMT-COUNT(SC-AMOUNT-INDEX)
                   GO TO 3300-EXIT
               END-IF.
               IF SC-AMOUNT-COUNT NOT < SC-MAX-AMOUNTS
                   SET SC-REPEAT-FULL TO TRUE
                   GO TO 3300-EXIT
               END-IF.
               ADD 1 TO SC-AMOUNT-COUNT.
               MOVE XYZOUT-CURRENCY-CODE TO SC-AMT-CCY(SC-AMOUNT-COUNT).
               MOVE XYZOUT-Z TO SC-AMT-Z(SC-AMOUNT-COUNT).
               MOVE 1 TO SC-AMT-COUNT(SC-AMOUNT-COUNT).
           3300-EXIT.
               EXIT.

           *> ---- 3310-LOCATE-AMOUNT ---- <*
           3310-LOCATE-AMOUNT.
               MOVE 0 TO SC-AMOUNT-INDEX.
               MOVE 1 TO SC-AMOUNT-COUNTER.
               PERFORM 3320-FIND-AMOUNT THRU 3320-EXIT
                   UNTIL SC-AMOUNT-COUNTER > SC-AMOUNT-COUNT
                       OR SC-AMOUNT-INDEX > 0.
           3310-EXIT.
               EXIT.

           *> ---- 3320-FIND-AMOUNT ---- <*
           3320-FIND-AMOUNT.
               IF SC-AMT-CCY(SC-AMOUNT-COUNTER) = XYZOUT-CURRENCY-CODE
                       AND SC-AMT-Z(SC-AMOUNT-COUNTER) = XYZOUT-Z
                   MOVE SC-AMOUNT-COUNTER TO SC-AMOUNT-INDEX
               END-IF.
               ADD 1 TO SC-AMOUNT-COUNTER.
           3320-EXIT.
               EXIT.

           *> ---- 4000-ASSESS-CCYS ---- <*
           4000-ASSESS-CCYS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "HISTORY DAYS IN AVERAGE: " SC-DAY-COUNT
                   "  (SPIKE CHECK NEEDS " SC-MIN-HISTORY ")"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE MON-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 1 TO SC-CCY-INDEX.
               PERFORM 4100-ASSESS-ONE-CCY THRU 4100-EXIT
                   UNTIL SC-CCY-INDEX > SC-CCY-COUNT.
           4000-EXIT.
               EXIT.

           *> ---- 4100-ASSESS-ONE-CCY ---- <*
           *> 当日結果のある通貨ごとに限度行を引き当て、当日総額を
           *> 過去の一日平均と比べる
           4100-ASSESS-ONE-CCY.
               IF SC-CCY-TODAY-COUNT(SC-CCY-INDEX) = 0
                   GO TO 4100-NEXT
               END-IF.
               MOVE 0 TO SC-LIMIT-INDEX.
               MOVE 1 TO SC-LIMIT-COUNTER.
               PERFORM 4200-FIND-LIMIT THRU 4200-EXIT
                   UNTIL SC-LIMIT-COUNTER > SC-LIMIT-COUNT
                       OR SC-LIMIT-INDEX > 0.
               MOVE SC-LIMIT-INDEX TO SC-CCY-LIMIT-INDEX(SC-CCY-INDEX).
               IF SC-LIMIT-INDEX = 0
                   ADD 1 TO SC-NOLIMIT-COUNT
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "NO LIMITS ON LIMMAST FOR "
                       SC-CCY-CODE(SC-CCY-INDEX)
                       " - NOT CHECKED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE MON-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 4100-NEXT
               END-IF.
               IF SC-DAY-COUNT > 0
                   COMPUTE SC-CCY-AVERAGE(SC-CCY-INDEX) ROUNDED =
                       SC-CCY-HIST-GROSS(SC-CCY-INDEX) / SC-DAY-COUNT
               END-IF.
               IF SC-LIM-SPIKE-PCT(SC-LIMIT-INDEX) = 0
                       OR SC-DAY-COUNT < SC-MIN-HISTORY
                       OR SC-CCY-AVERAGE(SC-CCY-INDEX) = 0
                   GO TO 4100-NEXT
               END-IF.
               COMPUTE SC-SPIKE-TEST =
                   SC-CCY-TODAY-GROSS(SC-CCY-INDEX) * 100.
               COMPUTE SC-SPIKE-LIMIT =
                   SC-CCY-AVERAGE(SC-CCY-INDEX)
                       * SC-LIM-SPIKE-PCT(SC-LIMIT-INDEX).
               IF SC-SPIKE-TEST > SC-SPIKE-LIMIT
                   SET SC-CCY-SPIKED(SC-CCY-INDEX) TO TRUE
                   ADD 1 TO SC-SPIKE-COUNT
                   MOVE SC-CCY-TODAY-GROSS(SC-CCY-INDEX)
                       TO SC-EDIT-GROSS
                   MOVE SC-CCY-AVERAGE(SC-CCY-INDEX)
                       TO SC-EDIT-AVERAGE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "DAILY TOTAL SPIKE "
                       SC-CCY-CODE(SC-CCY-INDEX)
                       "  TODAY: " SC-EDIT-GROSS
                       "  DAILY AVERAGE: " SC-EDIT-AVERAGE
                       "  LIMIT PCT: "
                       SC-LIM-SPIKE-PCT(SC-LIMIT-INDEX)
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE MON-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           4100-NEXT.
               ADD 1 TO SC-CCY-INDEX.
           4100-EXIT.
               EXIT.

           *> ---- 4200-FIND-LIMIT ---- <*
           4200-FIND-LIMIT.
               IF SC-LIM-CCY(SC-LIMIT-COUNTER)
                       = SC-CCY-CODE(SC-CCY-INDEX)
                   MOVE SC-LIMIT-COUNTER TO SC-LIMIT-INDEX
               END-IF.
               ADD 1 TO SC-LIMIT-COUNTER.
           4200-EXIT.
               EXIT.

           *> ---- 5000-REOPEN-XYZOUT ---- <*
           5000-REOPEN-XYZOUT.
               IF SC-XYZOUT-STATUS NOT = "35"
                   CLOSE XYZOUT-FILE
                   MOVE "N" TO SC-XYZOUT-EOF-SWITCH
                   OPEN INPUT XYZOUT-FILE
               END-IF.
               IF SC-REPEAT-FULL
                   MOVE "REPEAT TABLE FULL - REPEAT CHECK INCOMPLETE"
                       TO SC-RPT-LINE
                   WRITE MON-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ITEM (DATE/CY/SEQ)   CCY           Z  "
                   "ACCOUNT    SOURCE   REASON             ACTION"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE MON-RPT-RECORD FROM SC-RPT-LINE.
           5000-EXIT.
               EXIT.

           *> ---- 5100-CHECK-ROW ---- <*
           *> 二巡目：当日の行に出現順を振り、対象サイクルの行を
           *> 三つの検査にかけて、該当行を報告・保留する
           5100-CHECK-ROW.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 5100-EXIT
               END-READ.
               IF XYZOUT-RUN-DATE NOT = SC-RUN-DATE
                       OR XYZOUT-OPENING-BALANCE
                   GO TO 5100-EXIT
               END-IF.
               *> サイクル番号のない旧レコードは01とみなす（GLEXTと同じ）
               IF XYZOUT-CYCLE IS NUMERIC AND XYZOUT-CYCLE NOT = "00"
                   MOVE XYZOUT-CYCLE TO SC-REC-CYCLE
               ELSE
                   MOVE 1 TO SC-REC-CYCLE
               END-IF.
               ADD 1 TO SC-CYCLE-SEQ(SC-REC-CYCLE).
               IF SC-SELECT-CYCLE NOT = 0
                       AND SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                   GO TO 5100-EXIT
               END-IF.
               ADD 1 TO SC-CHECKED-COUNT.
               PERFORM 3100-LOCATE-CCY THRU 3100-EXIT.
               MOVE SC-CCY-LIMIT-INDEX(SC-CCY-INDEX) TO SC-LIMIT-INDEX.
               IF SC-LIMIT-INDEX = 0
                   GO TO 5100-EXIT
               END-IF.

               MOVE "N" TO SC-FLAG-LIMIT.
               MOVE "N" TO SC-FLAG-SPIKE.
               MOVE "N" TO SC-FLAG-REPEAT.
               MOVE "N" TO SC-HOLD-DECISION.
               IF XYZOUT-Z < 0
                   COMPUTE SC-ABS-Z = 0 - XYZOUT-Z
               ELSE
                   MOVE XYZOUT-Z TO SC-ABS-Z
               END-IF.
               IF SC-LIM-SINGLE-MAX(SC-LIMIT-INDEX) > 0
                       AND SC-ABS-Z > SC-LIM-SINGLE-MAX(SC-LIMIT-INDEX)
                   SET SC-ROW-OVER-LIMIT TO TRUE
                   SET SC-ROW-TO-HOLD TO TRUE
               END-IF.
               IF SC-CCY-SPIKED(SC-CCY-INDEX)
                   SET SC-ROW-IN-SPIKE TO TRUE
                   IF SC-LIM-HOLD-SPIKE(SC-LIMIT-INDEX) = "Y"
                       SET SC-ROW-TO-HOLD TO TRUE
                   END-IF
               END-IF.
               IF SC-LIM-REPEAT-MAX(SC-LIMIT-INDEX) > 0
                   PERFORM 3310-LOCATE-AMOUNT THRU 3310-EXIT
                   IF SC-AMOUNT-INDEX > 0
                       IF SC-AMT-COUNT(SC-AMOUNT-INDEX)
                               > SC-LIM-REPEAT-MAX(SC-LIMIT-INDEX)
                           SET SC-ROW-REPEATED TO TRUE
                           IF SC-LIM-HOLD-REPEAT(SC-LIMIT-INDEX) = "Y"
                               SET SC-ROW-TO-HOLD TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF NOT SC-ROW-OVER-LIMIT AND NOT SC-ROW-IN-SPIKE
                       AND NOT SC-ROW-REPEATED
                   GO TO 5100-EXIT
               END-IF.

               ADD 1 TO SC-ALERT-COUNT.
               MOVE SPACES TO SC-REASON-TEXT.
               IF SC-ROW-OVER-LIMIT
                   MOVE "LIMIT" TO SC-REASON-LIMIT
               END-IF.
               IF SC-ROW-IN-SPIKE
                   MOVE "SPIKE" TO SC-REASON-SPIKE
               END-IF.
               IF SC-ROW-REPEATED
                   MOVE "REPEAT" TO SC-REASON-REPEAT
               END-IF.
               IF SC-ROW-TO-HOLD
                   PERFORM 5200-WRITE-HOLD THRU 5200-EXIT
               ELSE
                   MOVE "ALERT ONLY" TO SC-ACTION-TEXT
               END-IF.
               MOVE XYZOUT-Z TO SC-EDIT-Z.
               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-RUN-DATE " " SC-REC-CYCLE " "
                   SC-CYCLE-SEQ(SC-REC-CYCLE) "   "
                   XYZOUT-CURRENCY-CODE " " SC-EDIT-Z "  "
                   XYZOUT-ACCOUNT " " XYZOUT-SOURCE " "
                   SC-REASON-TEXT " " SC-ACTION-TEXT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE MON-RPT-RECORD FROM SC-RPT-LINE.
           5100-EXIT.
               EXIT.

           *> ---- 5200-WRITE-HOLD ---- <*
           *> 既にある保留行（再実行時など）は、解除済み・記帳済みを
           *> 保留へ戻さないようにそのまま残す
           5200-WRITE-HOLD.
               MOVE SC-RUN-DATE TO HOLD-RUN-DATE.
               MOVE SC-REC-CYCLE TO HOLD-CYCLE.
               MOVE SC-CYCLE-SEQ(SC-REC-CYCLE) TO HOLD-SEQ.
               SET HOLD-HELD TO TRUE.
               MOVE SC-FLAG-LIMIT TO HOLD-OVER-LIMIT.
               MOVE SC-FLAG-SPIKE TO HOLD-SPIKE.
               MOVE SC-FLAG-REPEAT TO HOLD-REPEAT.
               MOVE XYZOUT-CURRENCY-CODE TO HOLD-CCY.
               MOVE XYZOUT-Z TO HOLD-Z.
               MOVE XYZOUT-Z-REPORTING TO HOLD-Z-REPORTING.
               *> 値日のない旧レコードは実行日決済とみなす
               IF XYZOUT-VALUE-DATE IS NUMERIC
                       AND XYZOUT-VALUE-DATE NOT = 0
                   MOVE XYZOUT-VALUE-DATE TO HOLD-VALUE-DATE
               ELSE
                   MOVE SC-RUN-DATE TO HOLD-VALUE-DATE
               END-IF.
               MOVE XYZOUT-ACCOUNT TO HOLD-ACCOUNT.
               MOVE XYZOUT-SOURCE TO HOLD-SOURCE.
               MOVE SPACES TO HOLD-RELEASED-BY.
               MOVE 0 TO HOLD-RELEASE-DATE.
               MOVE 0 TO HOLD-POSTED-DATE.
               MOVE SPACES TO HOLD-NOTE.
               WRITE HOLD-RECORD
                   INVALID KEY
                       ADD 1 TO SC-ALREADY-COUNT
                       MOVE "ON FILE" TO SC-ACTION-TEXT
                       GO TO 5200-EXIT
               END-WRITE.
               ADD 1 TO SC-HELD-COUNT.
               MOVE "HELD" TO SC-ACTION-TEXT.
           5200-EXIT.
               EXIT.

           *> ---- 6000-WRITE-TOTALS ---- <*
           6000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RESULTS CHECKED: " SC-CHECKED-COUNT
                   "  ALERTS: " SC-ALERT-COUNT
                   "  NEWLY HELD: " SC-HELD-COUNT
                   "  ALREADY ON XYZHOLD: " SC-ALREADY-COUNT
                   "  SPIKED CCYS: " SC-SPIKE-COUNT
                   "  UNLIMITED CCYS: " SC-NOLIMIT-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE MON-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-HELD-COUNT > 0
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "HELD ITEMS STAY OFF GLPOST UNTIL RELEASED "
                       "BY THE HOLDREL JOB"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE MON-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           6000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-XYZOUT-STATUS NOT = "35"
                   CLOSE XYZOUT-FILE
               END-IF.
               IF SC-LIMIT-STATUS NOT = "35"
                   CLOSE LIMIT-FILE
               END-IF.
               IF SC-HOLD-STATUS = "00"
                   CLOSE HOLD-FILE
               END-IF.
               CLOSE MON-RPT-FILE.
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
               MOVE "XYZMON" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-MONITOR-FAIL
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-ALERT-COUNT > 0 OR SC-SPIKE-COUNT > 0
                           OR SC-NOLIMIT-COUNT > 0 OR SC-REPEAT-FULL
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-CHECKED-COUNT TO RLOG-COUNT-1.
               MOVE SC-ALERT-COUNT TO RLOG-COUNT-2.
               MOVE SC-HELD-COUNT TO RLOG-COUNT-3.
               IF SC-SELECT-CYCLE = 0
                   MOVE SPACES TO RLOG-CYCLE
               ELSE
                   MOVE SC-SELECT-CYCLE TO RLOG-CYCLE
               END-IF.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM XYZMON.
