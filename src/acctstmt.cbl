           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCTSTMT.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
                   ORGANIZATION INDEXED
                   ACCESS SEQUENTIAL
                   RECORD KEY ACCTMAST-KEY
                   FILE STATUS IS SC-ACCTMAST-STATUS.
               SELECT XYZOUT-FILE ASSIGN TO "XYZOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZOUT-STATUS.
               SELECT STMT-RPT-FILE ASSIGN TO "ACCTSRPT"
                   ORGANIZATION LINE SEQUENTIAL.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD ACCTMAST-FILE.
           COPY ACCTMREC.

           FD XYZOUT-FILE.
           COPY XYZOREC.

           FD STMT-RPT-FILE.
           01 STMT-RPT-RECORD PIC X(100).

           WORKING-STORAGE SECTION.
           01 SC-ACCTMAST-STATUS PIC X(02).
           01 SC-XYZOUT-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-ACCTMAST-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-ACCTMAST-EOF VALUE "Y".
              03 SC-XYZOUT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZOUT-EOF VALUE "Y".
              03 SC-ACCT-OVERFLOW-SWITCH PIC X(01) VALUE "N".
                 88 SC-ACCT-OVERFLOW VALUE "Y".

           *> 対象月はYYYYMM（CCYSTMTと同様、省略時は当月）
           01 SC-PARM-MONTH PIC X(08).
           01 SC-STMT-MONTH PIC 9(06).
           01 SC-TODAY PIC 9(08).
           01 SC-REC-MONTH PIC 9(06).
           01 SC-OPEN-MONTH PIC 9(06).
           *> 年次締め（XYZCLOSE）で保管へ移った最後の月。この月
           *> までの明細はXYZOUTに残っていないので明細書を作れない
           01 SC-LAST-CLOSE-DATE PIC 9(08) VALUE 0.
           01 SC-LAST-CLOSE-MONTH PIC 9(06) VALUE 0.

           *> 口座×通貨ごとの月間実績。マスタの現在の締め残高から
           *> 当月分と翌月以降分の計上を差し引いて月初残高を求める
           01 SC-MAX-ACCTS PIC 9(3) VALUE 500.
           01 SC-ACCT-COUNT PIC 9(3) VALUE 0.
           01 SC-ACCT-TABLE.
              03 SC-ACCT-ENTRY OCCURS 500 TIMES.
                 05 SC-ACCT-NUMBER PIC X(10).
                 05 SC-ACCT-CCY PIC X(03).
                 05 SC-ACCT-NAME PIC X(30).
                 05 SC-ACCT-STATUS PIC X(01).
                 05 SC-ACCT-CLOSING-NOW PIC S9(11)V99.
                 05 SC-ACCT-TRANS PIC 9(7).
                 05 SC-ACCT-CREDITS PIC S9(11)V99.
                 05 SC-ACCT-DEBITS PIC S9(11)V99.
                 05 SC-ACCT-LATER PIC S9(11)V99.
           01 SC-ACCT-COUNTER PIC 9(3) VALUE 0.
           01 SC-ACCT-INDEX PIC 9(3) VALUE 0.

           01 SC-MONTH-OPENING PIC S9(11)V99.
           01 SC-MONTH-CLOSING PIC S9(11)V99.
           01 SC-UNMATCHED-COUNT PIC 9(7) VALUE 0.
           01 SC-STMT-COUNT PIC 9(7) VALUE 0.

           01 SC-EDIT-OPENING PIC -(11)9.99.
           01 SC-EDIT-CREDITS PIC -(11)9.99.
           01 SC-EDIT-DEBITS PIC -(11)9.99.
           01 SC-EDIT-CLOSING PIC -(11)9.99.

           01 SC-RPT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 1500-LOAD-ACCOUNT THRU 1500-EXIT
                   UNTIL SC-ACCTMAST-EOF.
               PERFORM 2000-TALLY-XYZOUT THRU 2000-EXIT
                   UNTIL SC-XYZOUT-EOF.
               PERFORM 3000-WRITE-STATEMENT THRU 3000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-PARM-MONTH FROM COMMAND-LINE.
               IF SC-PARM-MONTH(1:6) IS NUMERIC
                   MOVE SC-PARM-MONTH(1:6) TO SC-STMT-MONTH
               ELSE
                   ACCEPT SC-TODAY FROM DATE YYYYMMDD
                   COMPUTE SC-STMT-MONTH = SC-TODAY / 100
               END-IF.
               PERFORM 1100-CHECK-CLOSED-YEAR THRU 1100-EXIT.

               OPEN INPUT ACCTMAST-FILE.
               IF SC-ACCTMAST-STATUS = "35"
                   SET SC-ACCTMAST-EOF TO TRUE
               END-IF.
               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   SET SC-XYZOUT-EOF TO TRUE
               END-IF.
               OPEN OUTPUT STMT-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "ACCOUNT STATEMENT FOR MONTH " SC-STMT-MONTH
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 1100-CHECK-CLOSED-YEAR ---- <*
           *> 繰越開始行の最も新しい日付から締め済みの月を求め、
           *> 対象月が締め済みなら明細書を作らずに止める
           1100-CHECK-CLOSED-YEAR.
               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   GO TO 1100-EXIT
               END-IF.
               PERFORM 1150-READ-FOR-CLOSE THRU 1150-EXIT
                   UNTIL SC-XYZOUT-EOF.
               CLOSE XYZOUT-FILE.
               MOVE "N" TO SC-XYZOUT-EOF-SWITCH.
               COMPUTE SC-LAST-CLOSE-MONTH = SC-LAST-CLOSE-DATE / 100.
               IF SC-STMT-MONTH NOT > SC-LAST-CLOSE-MONTH
                   DISPLAY "ACCTSTMT: MONTH " SC-STMT-MONTH
                       " IS IN A CLOSED YEAR (OPENING ROWS DATED "
                       SC-LAST-CLOSE-DATE ") - NO STATEMENT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
           1100-EXIT.
               EXIT.

           *> ---- 1150-READ-FOR-CLOSE ---- <*
           1150-READ-FOR-CLOSE.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 1150-EXIT
               END-READ.
               IF XYZOUT-OPENING-BALANCE
                       AND XYZOUT-RUN-DATE > SC-LAST-CLOSE-DATE
                   MOVE XYZOUT-RUN-DATE TO SC-LAST-CLOSE-DATE
               END-IF.
           1150-EXIT.
               EXIT.

           *> ---- 1500-LOAD-ACCOUNT ---- <*
           *> 対象月より後に開設された口座は明細の対象外
           1500-LOAD-ACCOUNT.
               READ ACCTMAST-FILE
                   AT END
                       SET SC-ACCTMAST-EOF TO TRUE
                       GO TO 1500-EXIT
               END-READ.
               COMPUTE SC-OPEN-MONTH = ACCTMAST-OPEN-DATE / 100.
               IF SC-OPEN-MONTH > SC-STMT-MONTH
                   GO TO 1500-EXIT
               END-IF.
               IF SC-ACCT-COUNT NOT < SC-MAX-ACCTS
                   SET SC-ACCT-OVERFLOW TO TRUE
                   GO TO 1500-EXIT
               END-IF.
               ADD 1 TO SC-ACCT-COUNT.
               MOVE ACCTMAST-NUMBER TO SC-ACCT-NUMBER(SC-ACCT-COUNT).
               MOVE ACCTMAST-CCY TO SC-ACCT-CCY(SC-ACCT-COUNT).
               MOVE ACCTMAST-NAME TO SC-ACCT-NAME(SC-ACCT-COUNT).
               MOVE ACCTMAST-STATUS TO SC-ACCT-STATUS(SC-ACCT-COUNT).
               MOVE ACCTMAST-CLOSING-BAL
                   TO SC-ACCT-CLOSING-NOW(SC-ACCT-COUNT).
               MOVE 0 TO SC-ACCT-TRANS(SC-ACCT-COUNT).
               MOVE 0 TO SC-ACCT-CREDITS(SC-ACCT-COUNT).
               MOVE 0 TO SC-ACCT-DEBITS(SC-ACCT-COUNT).
               MOVE 0 TO SC-ACCT-LATER(SC-ACCT-COUNT).
           1500-EXIT.
               EXIT.

           *> ---- 2000-TALLY-XYZOUT ---- <*
           *> 対象月の計上は入金・出金に分け、翌月以降の計上は
           *> 月初残高の逆算用に合計だけ取る
           2000-TALLY-XYZOUT.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF XYZOUT-ACCOUNT = SPACES
                   GO TO 2000-EXIT
               END-IF.
               COMPUTE SC-REC-MONTH = XYZOUT-RUN-DATE / 100.
               IF SC-REC-MONTH < SC-STMT-MONTH
                   GO TO 2000-EXIT
               END-IF.
               MOVE 0 TO SC-ACCT-INDEX.
               MOVE 1 TO SC-ACCT-COUNTER.
               PERFORM 2100-FIND-ACCOUNT THRU 2100-EXIT
                   UNTIL SC-ACCT-COUNTER > SC-ACCT-COUNT
                       OR SC-ACCT-INDEX > 0.
               IF SC-ACCT-INDEX = 0
                   ADD 1 TO SC-UNMATCHED-COUNT
                   GO TO 2000-EXIT
               END-IF.
               IF SC-REC-MONTH > SC-STMT-MONTH
                   ADD XYZOUT-Z TO SC-ACCT-LATER(SC-ACCT-INDEX)
                   GO TO 2000-EXIT
               END-IF.
               ADD 1 TO SC-ACCT-TRANS(SC-ACCT-INDEX).
               IF XYZOUT-Z < 0
                   ADD XYZOUT-Z TO SC-ACCT-DEBITS(SC-ACCT-INDEX)
               ELSE
                   ADD XYZOUT-Z TO SC-ACCT-CREDITS(SC-ACCT-INDEX)
               END-IF.
           2000-EXIT.
               EXIT.

           *> ---- 2100-FIND-ACCOUNT ---- <*
           2100-FIND-ACCOUNT.
               IF SC-ACCT-NUMBER(SC-ACCT-COUNTER) = XYZOUT-ACCOUNT
                   AND SC-ACCT-CCY(SC-ACCT-COUNTER)
                       = XYZOUT-CURRENCY-CODE
                   MOVE SC-ACCT-COUNTER TO SC-ACCT-INDEX
               END-IF.
               ADD 1 TO SC-ACCT-COUNTER.
           2100-EXIT.
               EXIT.

           *> ---- 3000-WRITE-STATEMENT ---- <*
           3000-WRITE-STATEMENT.
               MOVE 1 TO SC-ACCT-COUNTER.
               PERFORM 3100-WRITE-ONE-ACCOUNT THRU 3100-EXIT
                   UNTIL SC-ACCT-COUNTER > SC-ACCT-COUNT.

               MOVE SPACES TO SC-RPT-LINE.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "STATEMENTS PRODUCED: " SC-STMT-COUNT
                   "  RESULTS FOR UNLISTED ACCOUNTS: "
                   SC-UNMATCHED-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-ACCT-OVERFLOW
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: ACCOUNT TABLE LIMIT REACHED - "
                       "EXCESS ACCOUNTS HAVE NO STATEMENT"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE STMT-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           3000-EXIT.
               EXIT.

           *> ---- 3100-WRITE-ONE-ACCOUNT ---- <*
           *> 月末締め＝現在締め－翌月以降分、月初＝月末締め－当月分
           3100-WRITE-ONE-ACCOUNT.
               COMPUTE SC-MONTH-CLOSING =
                   SC-ACCT-CLOSING-NOW(SC-ACCT-COUNTER)
                       - SC-ACCT-LATER(SC-ACCT-COUNTER).
               COMPUTE SC-MONTH-OPENING = SC-MONTH-CLOSING
                   - SC-ACCT-CREDITS(SC-ACCT-COUNTER)
                   - SC-ACCT-DEBITS(SC-ACCT-COUNTER).
               MOVE SC-MONTH-OPENING TO SC-EDIT-OPENING.
               MOVE SC-ACCT-CREDITS(SC-ACCT-COUNTER) TO SC-EDIT-CREDITS.
               MOVE SC-ACCT-DEBITS(SC-ACCT-COUNTER) TO SC-EDIT-DEBITS.
               MOVE SC-MONTH-CLOSING TO SC-EDIT-CLOSING.

               MOVE SPACES TO SC-RPT-LINE.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ACCOUNT " SC-ACCT-NUMBER(SC-ACCT-COUNTER)
                   "  " SC-ACCT-CCY(SC-ACCT-COUNTER)
                   "  " SC-ACCT-NAME(SC-ACCT-COUNTER)
                   "  STATUS " SC-ACCT-STATUS(SC-ACCT-COUNTER)
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "  OPENING " SC-EDIT-OPENING
                   "  CREDITS " SC-EDIT-CREDITS
                   "  DEBITS " SC-EDIT-DEBITS
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "  CLOSING " SC-EDIT-CLOSING
                   "  ENTRIES " SC-ACCT-TRANS(SC-ACCT-COUNTER)
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
               ADD 1 TO SC-STMT-COUNT.
               ADD 1 TO SC-ACCT-COUNTER.
           3100-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-ACCTMAST-STATUS NOT = "35"
                   CLOSE ACCTMAST-FILE
               END-IF.
               IF SC-XYZOUT-STATUS NOT = "35"
                   CLOSE XYZOUT-FILE
               END-IF.
               CLOSE STMT-RPT-FILE.
               IF SC-ACCT-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               END-IF.
           8000-EXIT.
               EXIT.

           END PROGRAM ACCTSTMT.
