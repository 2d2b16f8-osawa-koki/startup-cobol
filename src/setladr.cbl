           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. SETLADR.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LADRIN-FILE ASSIGN TO "LADRIN"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-LADRIN-STATUS.
               SELECT LADR-RPT-FILE ASSIGN TO "LADRRPT"
                   ORGANIZATION LINE SEQUENTIAL.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           *> XYZOUTを通貨・値日順に並べたもの（前段ソートステップ）
           FD LADRIN-FILE.
           COPY XYZOREC.

           FD LADR-RPT-FILE.
           01 LADR-RPT-RECORD PIC X(100).

           WORKING-STORAGE SECTION.
           01 SC-LADRIN-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-LADRIN-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-LADRIN-EOF VALUE "Y".
              03 SC-SEQUENCE-ERROR-SWITCH PIC X(01) VALUE "N".
                 88 SC-SEQUENCE-ERROR VALUE "Y".

           COPY BDCREC.

           *> 基準日（省略時は当日）。基準日までに計上され、値日が
           *> 基準日より後の結果を未決済として段階表に載せる
           01 SC-PARM-DATE PIC X(08).
           01 SC-AS-OF-DATE PIC 9(08).
           01 SC-REC-VALUE-DATE PIC 9(08).

           *> 直前レコードの並び順キー（並び順の検査用）
           01 SC-PREV-KEY.
              03 SC-PREV-CCY PIC X(03) VALUE SPACES.
              03 SC-PREV-VALUE-DATE PIC 9(08) VALUE 0.
           01 SC-THIS-KEY.
              03 SC-THIS-CCY PIC X(03).
              03 SC-THIS-VALUE-DATE PIC 9(08).

           *> 値日行の集計
           01 SC-LINE-CCY PIC X(03) VALUE SPACES.
           01 SC-LINE-VALUE-DATE PIC 9(08) VALUE 0.
           01 SC-LINE-COUNT PIC 9(7) VALUE 0.
           01 SC-LINE-Z PIC S9(11)V99 VALUE 0.
           01 SC-LINE-REP PIC S9(11)V99 VALUE 0.
           01 SC-LINE-BDAYS PIC S9(5) VALUE 0.

           *> 通貨の集計（報告通貨建ての累計は段階表の「累計」欄）
           01 SC-CCY-COUNT PIC 9(7) VALUE 0.
           01 SC-CCY-Z PIC S9(11)V99 VALUE 0.
           01 SC-CCY-REP PIC S9(11)V99 VALUE 0.
           01 SC-CCY-DATES PIC 9(5) VALUE 0.

           01 SC-READ-COUNT PIC 9(7) VALUE 0.
           01 SC-SELECTED-COUNT PIC 9(7) VALUE 0.
           01 SC-GRAND-REP PIC S9(11)V99 VALUE 0.
           01 SC-CURRENCIES PIC 9(3) VALUE 0.

           01 SC-EDIT-COUNT PIC Z(6)9.
           01 SC-EDIT-BDAYS PIC Z(4)9.
           01 SC-EDIT-Z PIC -(11)9.99.
           01 SC-EDIT-REP PIC -(11)9.99.
           01 SC-EDIT-CUM PIC -(11)9.99.

           01 SC-RPT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-READ-ONE-RESULT THRU 2000-EXIT
                   UNTIL SC-LADRIN-EOF OR SC-SEQUENCE-ERROR.
               PERFORM 3000-FLUSH-CURRENCY THRU 3000-EXIT.
               PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-PARM-DATE FROM COMMAND-LINE.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-AS-OF-DATE
               ELSE
                   ACCEPT SC-AS-OF-DATE FROM DATE YYYYMMDD
               END-IF.

               OPEN INPUT LADRIN-FILE.
               IF SC-LADRIN-STATUS = "35"
                   SET SC-LADRIN-EOF TO TRUE
               END-IF.
               OPEN OUTPUT LADR-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "FORWARD SETTLEMENT LADDER AS OF " SC-AS-OF-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LADR-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CCY  VALUE DT  BDAYS    COUNT"
                   "        AMOUNT Z       REPORTING"
                   "      CUMULATIVE"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LADR-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-READ-ONE-RESULT ---- <*
           *> 基準日までに計上された未決済の結果だけを値日行に積む。
           *> 値日のない旧レコードは実行日決済なので対象にならない
           2000-READ-ONE-RESULT.
               READ LADRIN-FILE
                   AT END
                       SET SC-LADRIN-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               ADD 1 TO SC-READ-COUNT.
               IF XYZOUT-VALUE-DATE IS NOT NUMERIC
                       OR XYZOUT-VALUE-DATE = 0
                   GO TO 2000-EXIT
               END-IF.
               MOVE XYZOUT-VALUE-DATE TO SC-REC-VALUE-DATE.

               MOVE XYZOUT-CURRENCY-CODE TO SC-THIS-CCY.
               MOVE SC-REC-VALUE-DATE TO SC-THIS-VALUE-DATE.
               IF SC-THIS-KEY < SC-PREV-KEY
                   SET SC-SEQUENCE-ERROR TO TRUE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: LADRIN OUT OF CURRENCY/VALUE DATE "
                       "ORDER AT RECORD " SC-READ-COUNT
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE LADR-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 2000-EXIT
               END-IF.
               MOVE SC-THIS-KEY TO SC-PREV-KEY.

               IF XYZOUT-RUN-DATE > SC-AS-OF-DATE
                   GO TO 2000-EXIT
               END-IF.
               IF SC-REC-VALUE-DATE NOT > SC-AS-OF-DATE
                   GO TO 2000-EXIT
               END-IF.

               IF XYZOUT-CURRENCY-CODE NOT = SC-LINE-CCY
                   PERFORM 3000-FLUSH-CURRENCY THRU 3000-EXIT
                   MOVE XYZOUT-CURRENCY-CODE TO SC-LINE-CCY
                   MOVE SC-REC-VALUE-DATE TO SC-LINE-VALUE-DATE
               END-IF.
               IF SC-REC-VALUE-DATE NOT = SC-LINE-VALUE-DATE
                   PERFORM 3100-FLUSH-VALUE-DATE THRU 3100-EXIT
                   MOVE SC-REC-VALUE-DATE TO SC-LINE-VALUE-DATE
               END-IF.
               ADD 1 TO SC-SELECTED-COUNT.
               ADD 1 TO SC-LINE-COUNT.
               ADD XYZOUT-Z TO SC-LINE-Z.
               ADD XYZOUT-Z-REPORTING TO SC-LINE-REP.
           2000-EXIT.
               EXIT.

           *> ---- 3000-FLUSH-CURRENCY ---- <*
           *> 通貨の切れ目：最後の値日行と通貨計を出す
           3000-FLUSH-CURRENCY.
               PERFORM 3100-FLUSH-VALUE-DATE THRU 3100-EXIT.
               IF SC-CCY-DATES = 0
                   GO TO 3000-EXIT
               END-IF.
               MOVE SC-CCY-COUNT TO SC-EDIT-COUNT.
               MOVE SC-CCY-Z TO SC-EDIT-Z.
               MOVE SC-CCY-REP TO SC-EDIT-REP.
               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-LINE-CCY " TOTAL             "
                   SC-EDIT-COUNT " " SC-EDIT-Z " " SC-EDIT-REP
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LADR-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE LADR-RPT-RECORD FROM SC-RPT-LINE.
               ADD 1 TO SC-CURRENCIES.
               ADD SC-CCY-REP TO SC-GRAND-REP.
               MOVE 0 TO SC-CCY-COUNT.
               MOVE 0 TO SC-CCY-Z.
               MOVE 0 TO SC-CCY-REP.
               MOVE 0 TO SC-CCY-DATES.
           3000-EXIT.
               EXIT.

           *> ---- 3100-FLUSH-VALUE-DATE ---- <*
           *> 値日の切れ目：その値日の行を出し、通貨計に繰り入れる。
           *> 営業日数はその通貨の決済カレンダーで数える
           3100-FLUSH-VALUE-DATE.
               IF SC-LINE-COUNT = 0
                   GO TO 3100-EXIT
               END-IF.
               SET BDC-REQ-COUNT TO TRUE.
               MOVE SC-LINE-CCY TO BDC-CURRENCY.
               MOVE SC-AS-OF-DATE TO BDC-DATE-1.
               MOVE SC-LINE-VALUE-DATE TO BDC-DATE-2.
               CALL "BDAYCALC" USING BDC.
               IF BDC-STATUS-OK OR BDC-STATUS-HOME-CALENDAR
                   MOVE BDC-DAY-COUNT TO SC-LINE-BDAYS
               ELSE
                   MOVE 0 TO SC-LINE-BDAYS
               END-IF.

               ADD 1 TO SC-CCY-DATES.
               ADD SC-LINE-COUNT TO SC-CCY-COUNT.
               ADD SC-LINE-Z TO SC-CCY-Z.
               ADD SC-LINE-REP TO SC-CCY-REP.

               MOVE SC-LINE-BDAYS TO SC-EDIT-BDAYS.
               MOVE SC-LINE-COUNT TO SC-EDIT-COUNT.
               MOVE SC-LINE-Z TO SC-EDIT-Z.
               MOVE SC-LINE-REP TO SC-EDIT-REP.
               MOVE SC-CCY-REP TO SC-EDIT-CUM.
               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-LINE-CCY "  " SC-LINE-VALUE-DATE
                   "  " SC-EDIT-BDAYS "  " SC-EDIT-COUNT
                   " " SC-EDIT-Z " " SC-EDIT-REP " " SC-EDIT-CUM
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LADR-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 0 TO SC-LINE-COUNT.
               MOVE 0 TO SC-LINE-Z.
               MOVE 0 TO SC-LINE-REP.
           3100-EXIT.
               EXIT.

           *> ---- 5000-WRITE-TOTALS ---- <*
           5000-WRITE-TOTALS.
               MOVE SC-GRAND-REP TO SC-EDIT-REP.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ALL CURRENCIES: " SC-CURRENCIES
                   "  RESULTS: " SC-SELECTED-COUNT
                   "  REPORTING: " SC-EDIT-REP
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LADR-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RECORDS READ: " SC-READ-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LADR-RPT-RECORD FROM SC-RPT-LINE.
           5000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-LADRIN-STATUS NOT = "35"
                   CLOSE LADRIN-FILE
               END-IF.
               CLOSE LADR-RPT-FILE.
               IF SC-SEQUENCE-ERROR
                   MOVE 8 TO RETURN-CODE
               END-IF.
           8000-EXIT.
               EXIT.

           END PROGRAM SETLADR.
