           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. XYZAUDIT.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT XYZOUT-FILE ASSIGN TO "XYZOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZOUT-STATUS.
               SELECT AUDIT-RPT-FILE ASSIGN TO "XYZARPT"
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

           FD AUDIT-RPT-FILE.
           01 AUDIT-RPT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.
           01 SC-XYZOUT-STATUS PIC X(02).

           COPY XYZREC.

           COPY CNVREC.

           01 SC-SWITCHES.
              03 SC-XYZOUT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZOUT-EOF VALUE "Y".
              03 SC-Z-MATCH-SWITCH PIC X(01) VALUE "N".
                 88 SC-Z-MATCH VALUE "Y".
              03 SC-REP-MATCH-SWITCH PIC X(01) VALUE "N".
                 88 SC-REP-MATCH VALUE "Y".
              03 SC-CCY-OVERFLOW-SWITCH PIC X(01) VALUE "N".
                 88 SC-CCY-OVERFLOW VALUE "Y".
              03 SC-DAY-OVERFLOW-SWITCH PIC X(01) VALUE "N".
                 88 SC-DAY-OVERFLOW VALUE "Y".

           *> PARM: 開始日 終了日（YYYYMMDD、終了省略時は開始日と
           *> 同日、両方省略時は当日）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-FROM PIC X(08).
           01 SC-PARM-TO PIC X(08).
           01 SC-FROM-DATE PIC 9(08).
           01 SC-TO-DATE PIC 9(08).

           *> 計算種別を持たない古い行は A/S/M を順に試し、一致した
           *> 種別で検証したものとして扱う
           01 SC-OP-LIST PIC X(03) VALUE "ASM".
           01 SC-OP-TABLE REDEFINES SC-OP-LIST.
              03 SC-OP-CODE PIC X(01) OCCURS 3 TIMES.
           01 SC-OP-INDEX PIC 9(1) VALUE 0.
           *> 再計算に使う計算種別（表は書き換えない）
           01 SC-ROW-OP-CODE PIC X(01).
           01 SC-OP-USED PIC X(01).

           01 SC-RECALC-Z PIC S9(7)V99.
           01 SC-RECALC-REP PIC S9(7)V99.
           01 SC-FAIL-REASON PIC X(30).

           *> 通貨別の検証結果
           01 SC-MAX-CCYS PIC 9(3) VALUE 50.
           01 SC-CCY-COUNT PIC 9(3) VALUE 0.
           01 SC-CCY-TABLE.
              03 SC-CCY-ENTRY OCCURS 50 TIMES.
                 05 SC-CCY-CODE PIC X(03).
                 05 SC-CCY-PASS PIC 9(7).
                 05 SC-CCY-FAIL PIC 9(7).
           01 SC-CCY-COUNTER PIC 9(3) VALUE 0.
           01 SC-CCY-INDEX PIC 9(3) VALUE 0.

           *> 実行日別の検証結果
           01 SC-MAX-DAYS PIC 9(3) VALUE 400.
           01 SC-DAY-COUNT PIC 9(3) VALUE 0.
           01 SC-DAY-TABLE.
              03 SC-DAY-ENTRY OCCURS 400 TIMES.
                 05 SC-DAY-DATE PIC 9(08).
                 05 SC-DAY-PASS PIC 9(7).
                 05 SC-DAY-FAIL PIC 9(7).
           01 SC-DAY-COUNTER PIC 9(3) VALUE 0.
           01 SC-DAY-INDEX PIC 9(3) VALUE 0.

           01 SC-CHECKED-COUNT PIC 9(7) VALUE 0.
           01 SC-PASS-COUNT PIC 9(7) VALUE 0.
           01 SC-FAIL-COUNT PIC 9(7) VALUE 0.
           01 SC-INFERRED-COUNT PIC 9(7) VALUE 0.

           01 SC-EDIT-X PIC -(7)9.99.
           01 SC-EDIT-Y PIC -(7)9.99.
           01 SC-EDIT-Z PIC -(7)9.99.
           01 SC-EDIT-RECALC-Z PIC -(7)9.99.
           01 SC-EDIT-REP PIC -(7)9.99.
           01 SC-EDIT-RECALC-REP PIC -(7)9.99.
           01 SC-EDIT-RATE PIC ZZ9.999999.

           01 SC-RPT-LINE PIC X(132).
           01 SC-JOB-RC PIC 9(2) VALUE 0.

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-VERIFY-ONE-ROW THRU 2000-EXIT
                   UNTIL SC-XYZOUT-EOF.
               PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               MOVE SC-JOB-RC TO RETURN-CODE.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-FROM.
               MOVE SPACES TO SC-PARM-TO.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-FROM SC-PARM-TO
               END-UNSTRING.
               IF SC-PARM-FROM IS NUMERIC
                   MOVE SC-PARM-FROM TO SC-FROM-DATE
               ELSE
                   ACCEPT SC-FROM-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-TO IS NUMERIC
                   MOVE SC-PARM-TO TO SC-TO-DATE
               ELSE
                   MOVE SC-FROM-DATE TO SC-TO-DATE
               END-IF.

               OPEN OUTPUT AUDIT-RPT-FILE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "XYZOUT RECOMPUTATION AUDIT " SC-FROM-DATE
                   " TO " SC-TO-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "EACH ROW IS RE-DRIVEN THROUGH ADD AND CONVERT "
                   "WITH THE RATE EFFECTIVE ON ITS RUN DATE; THE "
                   "STORED Z IS WHAT IS CONVERTED"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.

               IF SC-FROM-DATE > SC-TO-DATE
                   MOVE "INVALID RANGE: START DATE AFTER END DATE"
                       TO SC-RPT-LINE
                   WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE
                   MOVE 8 TO SC-JOB-RC
                   SET SC-XYZOUT-EOF TO TRUE
                   MOVE "35" TO SC-XYZOUT-STATUS
                   GO TO 1000-EXIT
               END-IF.

               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   SET SC-XYZOUT-EOF TO TRUE
               END-IF.
           1000-EXIT.
               EXIT.

           *> ---- 2000-VERIFY-ONE-ROW ---- <*
           2000-VERIFY-ONE-ROW.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF XYZOUT-RUN-DATE < SC-FROM-DATE
                       OR XYZOUT-RUN-DATE > SC-TO-DATE
                       OR XYZOUT-OPENING-BALANCE
                   GO TO 2000-EXIT
               END-IF.
               ADD 1 TO SC-CHECKED-COUNT.
               MOVE SPACES TO SC-FAIL-REASON.

               *> ADDで Z を再計算する
               MOVE "N" TO SC-Z-MATCH-SWITCH.
               IF XYZOUT-OPERATION = SPACE
                   ADD 1 TO SC-INFERRED-COUNT
                   PERFORM 2050-TRY-LISTED-OP THRU 2050-EXIT
                       VARYING SC-OP-INDEX FROM 1 BY 1
                       UNTIL SC-OP-INDEX > 3 OR SC-Z-MATCH
               ELSE
                   MOVE XYZOUT-OPERATION TO SC-ROW-OP-CODE
                   PERFORM 2100-RECOMPUTE-Z THRU 2100-EXIT
               END-IF.

               *> 保存された Z を実行日に有効なレートで換算し直す
               MOVE "N" TO SC-REP-MATCH-SWITCH.
               MOVE XYZOUT-CURRENCY-CODE TO CNV-CURRENCY-CODE.
               MOVE XYZOUT-RUN-DATE TO CNV-RATE-DATE.
               MOVE XYZOUT-Z TO CNV-AMOUNT.
               CALL "CONVERT" USING CNV.
               MOVE CNV-REPORTING-AMOUNT TO SC-RECALC-REP.
               EVALUATE TRUE
                   WHEN CNV-STATUS-UNKNOWN-CCY
                       MOVE "NO RATE EFFECTIVE ON RUN DATE"
                           TO SC-FAIL-REASON
                   WHEN CNV-STATUS-OVERFLOW
                       MOVE "CONVERSION OVERFLOW" TO SC-FAIL-REASON
                   WHEN CNV-REPORTING-AMOUNT = XYZOUT-Z-REPORTING
                       SET SC-REP-MATCH TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

               IF SC-FAIL-REASON = SPACES
                   EVALUATE TRUE
                       WHEN SC-Z-MATCH AND SC-REP-MATCH
                           CONTINUE
                       WHEN NOT SC-Z-MATCH AND NOT SC-REP-MATCH
                           MOVE "Z AND REPORTING DIFFER"
                               TO SC-FAIL-REASON
                       WHEN NOT SC-Z-MATCH
                           MOVE "Z DIFFERS" TO SC-FAIL-REASON
                       WHEN OTHER
                           MOVE "REPORTING AMOUNT DIFFERS"
                               TO SC-FAIL-REASON
                   END-EVALUATE
               END-IF.

               PERFORM 2300-FIND-CCY THRU 2300-EXIT.
               PERFORM 2400-FIND-DAY THRU 2400-EXIT.
               IF SC-FAIL-REASON = SPACES
                   ADD 1 TO SC-PASS-COUNT
                   IF SC-CCY-INDEX > 0
                       ADD 1 TO SC-CCY-PASS(SC-CCY-INDEX)
                   END-IF
                   IF SC-DAY-INDEX > 0
                       ADD 1 TO SC-DAY-PASS(SC-DAY-INDEX)
                   END-IF
               ELSE
                   ADD 1 TO SC-FAIL-COUNT
                   IF SC-CCY-INDEX > 0
                       ADD 1 TO SC-CCY-FAIL(SC-CCY-INDEX)
                   END-IF
                   IF SC-DAY-INDEX > 0
                       ADD 1 TO SC-DAY-FAIL(SC-DAY-INDEX)
                   END-IF
                   PERFORM 2200-WRITE-MISMATCH THRU 2200-EXIT
               END-IF.
           2000-EXIT.
               EXIT.

           *> ---- 2050-TRY-LISTED-OP ---- <*
           2050-TRY-LISTED-OP.
               MOVE SC-OP-CODE(SC-OP-INDEX) TO SC-ROW-OP-CODE.
               PERFORM 2100-RECOMPUTE-Z THRU 2100-EXIT.
           2050-EXIT.
               EXIT.

           *> ---- 2100-RECOMPUTE-Z ---- <*
           2100-RECOMPUTE-Z.
               MOVE XYZOUT-X TO X.
               MOVE XYZOUT-Y TO Y.
               MOVE XYZOUT-CURRENCY-CODE TO CURRENCY-CODE.
               MOVE SC-ROW-OP-CODE TO XYZ-OPERATION.
               MOVE SC-ROW-OP-CODE TO SC-OP-USED.
               CALL "ADD" USING XYZ.
               MOVE Z TO SC-RECALC-Z.
               IF SC-RECALC-Z = XYZOUT-Z
                   SET SC-Z-MATCH TO TRUE
               END-IF.
           2100-EXIT.
               EXIT.

           *> ---- 2200-WRITE-MISMATCH ---- <*
           *> 不一致は２行で示す（元の値と再計算値、使ったレート）
           2200-WRITE-MISMATCH.
               MOVE XYZOUT-X TO SC-EDIT-X.
               MOVE XYZOUT-Y TO SC-EDIT-Y.
               MOVE XYZOUT-Z TO SC-EDIT-Z.
               MOVE SC-RECALC-Z TO SC-EDIT-RECALC-Z.
               MOVE XYZOUT-Z-REPORTING TO SC-EDIT-REP.
               MOVE SC-RECALC-REP TO SC-EDIT-RECALC-REP.
               MOVE CNV-RATE-USED TO SC-EDIT-RATE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "MISMATCH " XYZOUT-RUN-DATE " "
                   XYZOUT-CURRENCY-CODE " " XYZOUT-ACCOUNT
                   "  OP " SC-OP-USED
                   "  X " SC-EDIT-X "  Y " SC-EDIT-Y
                   "  REASON: " SC-FAIL-REASON
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "         Z STORED " SC-EDIT-Z
                   "  RECALC " SC-EDIT-RECALC-Z
                   "  REP STORED " SC-EDIT-REP
                   "  RECALC " SC-EDIT-RECALC-REP
                   "  RATE " SC-EDIT-RATE
                   " EFF " CNV-RATE-EFF-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
           2200-EXIT.
               EXIT.

           *> ---- 2300-FIND-CCY ---- <*
           2300-FIND-CCY.
               MOVE 0 TO SC-CCY-INDEX.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 2310-MATCH-CCY THRU 2310-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT
                       OR SC-CCY-INDEX > 0.
               IF SC-CCY-INDEX = 0
                   IF SC-CCY-COUNT < SC-MAX-CCYS
                       ADD 1 TO SC-CCY-COUNT
                       MOVE SC-CCY-COUNT TO SC-CCY-INDEX
                       MOVE XYZOUT-CURRENCY-CODE
                           TO SC-CCY-CODE(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-PASS(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-FAIL(SC-CCY-INDEX)
                   ELSE
                       SET SC-CCY-OVERFLOW TO TRUE
                   END-IF
               END-IF.
           2300-EXIT.
               EXIT.

           *> ---- 2310-MATCH-CCY ---- <*
           2310-MATCH-CCY.
               IF SC-CCY-CODE(SC-CCY-COUNTER) = XYZOUT-CURRENCY-CODE
                   MOVE SC-CCY-COUNTER TO SC-CCY-INDEX
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           2310-EXIT.
               EXIT.

           *> ---- 2400-FIND-DAY ---- <*
           2400-FIND-DAY.
               MOVE 0 TO SC-DAY-INDEX.
               MOVE 1 TO SC-DAY-COUNTER.
               PERFORM 2410-MATCH-DAY THRU 2410-EXIT
                   UNTIL SC-DAY-COUNTER > SC-DAY-COUNT
                       OR SC-DAY-INDEX > 0.
               IF SC-DAY-INDEX = 0
                   IF SC-DAY-COUNT < SC-MAX-DAYS
                       ADD 1 TO SC-DAY-COUNT
                       MOVE SC-DAY-COUNT TO SC-DAY-INDEX
                       MOVE XYZOUT-RUN-DATE TO SC-DAY-DATE(SC-DAY-INDEX)
                       MOVE 0 TO SC-DAY-PASS(SC-DAY-INDEX)
                       MOVE 0 TO SC-DAY-FAIL(SC-DAY-INDEX)
                   ELSE
                       SET SC-DAY-OVERFLOW TO TRUE
                   END-IF
               END-IF.
           2400-EXIT.
               EXIT.

           *> ---- 2410-MATCH-DAY ---- <*
           2410-MATCH-DAY.
               IF SC-DAY-DATE(SC-DAY-COUNTER) = XYZOUT-RUN-DATE
                   MOVE SC-DAY-COUNTER TO SC-DAY-INDEX
               END-IF.
               ADD 1 TO SC-DAY-COUNTER.
           2410-EXIT.
               EXIT.

           *> ---- 3000-WRITE-SUMMARY ---- <*
           3000-WRITE-SUMMARY.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "CCY     PASSED   FAILED" TO SC-RPT-LINE.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 3100-WRITE-ONE-CCY THRU 3100-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT.

               MOVE SPACES TO SC-RPT-LINE.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "RUN DATE      PASSED   FAILED" TO SC-RPT-LINE.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 1 TO SC-DAY-COUNTER.
               PERFORM 3200-WRITE-ONE-DAY THRU 3200-EXIT
                   UNTIL SC-DAY-COUNTER > SC-DAY-COUNT.

               MOVE SPACES TO SC-RPT-LINE.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ROWS CHECKED: " SC-CHECKED-COUNT
                   "  PASSED: " SC-PASS-COUNT
                   "  FAILED: " SC-FAIL-COUNT
                   "  OPERATION INFERRED: " SC-INFERRED-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-CCY-OVERFLOW OR SC-DAY-OVERFLOW
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: CURRENCY OR DAY TABLE LIMIT "
                       "REACHED - BREAKDOWN INCOMPLETE, TOTALS "
                       "ARE COMPLETE"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE
                   IF SC-JOB-RC < 4
                       MOVE 4 TO SC-JOB-RC
                   END-IF
               END-IF.
               IF SC-FAIL-COUNT > 0
                   MOVE "AUDIT FAILED" TO SC-RPT-LINE
                   MOVE 8 TO SC-JOB-RC
               ELSE
                   MOVE "AUDIT PASSED" TO SC-RPT-LINE
               END-IF.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
           3000-EXIT.
               EXIT.

           *> ---- 3100-WRITE-ONE-CCY ---- <*
           3100-WRITE-ONE-CCY.
               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-CCY-CODE(SC-CCY-COUNTER)
                   "    " SC-CCY-PASS(SC-CCY-COUNTER)
                   "  " SC-CCY-FAIL(SC-CCY-COUNTER)
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               ADD 1 TO SC-CCY-COUNTER.
           3100-EXIT.
               EXIT.

           *> ---- 3200-WRITE-ONE-DAY ---- <*
           3200-WRITE-ONE-DAY.
               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-DAY-DATE(SC-DAY-COUNTER)
                   "    " SC-DAY-PASS(SC-DAY-COUNTER)
                   "  " SC-DAY-FAIL(SC-DAY-COUNTER)
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AUDIT-RPT-RECORD FROM SC-RPT-LINE.
               ADD 1 TO SC-DAY-COUNTER.
           3200-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-XYZOUT-STATUS NOT = "35"
                   CLOSE XYZOUT-FILE
               END-IF.
               CLOSE AUDIT-RPT-FILE.
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
               MOVE "XYZAUDIT" TO RLOG-PROGRAM.
               MOVE SC-TO-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               MOVE SC-JOB-RC TO RLOG-RETURN-CODE.
               MOVE SC-CHECKED-COUNT TO RLOG-COUNT-1.
               MOVE SC-PASS-COUNT TO RLOG-COUNT-2.
               MOVE SC-FAIL-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM XYZAUDIT.
