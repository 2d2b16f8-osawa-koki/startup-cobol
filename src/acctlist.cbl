           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCTLIST.

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
               SELECT LIST-RPT-FILE ASSIGN TO "ACCTLRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD ACCTMAST-FILE.
           COPY ACCTMREC.

           FD LIST-RPT-FILE.
           01 LIST-RPT-RECORD PIC X(100).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-ACCTMAST-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-ACCTMAST-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-ACCTMAST-EOF VALUE "Y".
              03 SC-CCY-OVERFLOW-SWITCH PIC X(01) VALUE "N".
                 88 SC-CCY-OVERFLOW VALUE "Y".

           01 SC-PARM-DATE PIC X(08).
           01 SC-RUN-DATE PIC 9(08).

           *> 実行日時点の１口座分の残高（未計上の口座は前日締めを
           *> 開始＝締めとして読む）
           01 SC-LINE-OPENING PIC S9(11)V99.
           01 SC-LINE-ACTIVITY PIC S9(11)V99.
           01 SC-LINE-CLOSING PIC S9(11)V99.

           *> 通貨別の合計
           01 SC-MAX-CCYS PIC 9(3) VALUE 50.
           01 SC-CCY-COUNT PIC 9(3) VALUE 0.
           01 SC-CCY-TABLE.
              03 SC-CCY-ENTRY OCCURS 50 TIMES.
                 05 SC-CCY-CODE PIC X(03).
                 05 SC-CCY-ACCOUNTS PIC 9(7).
                 05 SC-CCY-OPENING PIC S9(13)V99.
                 05 SC-CCY-ACTIVITY PIC S9(13)V99.
                 05 SC-CCY-CLOSING PIC S9(13)V99.
           01 SC-CCY-COUNTER PIC 9(3) VALUE 0.
           01 SC-CCY-INDEX PIC 9(3) VALUE 0.

           01 SC-ACCOUNT-COUNT PIC 9(7) VALUE 0.
           01 SC-ACTIVE-COUNT PIC 9(7) VALUE 0.
           01 SC-CLOSED-COUNT PIC 9(7) VALUE 0.

           01 SC-EDIT-OPENING PIC -(13)9.99.
           01 SC-EDIT-ACTIVITY PIC -(13)9.99.
           01 SC-EDIT-CLOSING PIC -(13)9.99.
           01 SC-RPT-LINE PIC X(100).
           01 SC-JOB-RC PIC 9(2) VALUE 0.

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-LIST-ONE-ACCOUNT THRU 2000-EXIT
                   UNTIL SC-ACCTMAST-EOF.
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               MOVE SC-JOB-RC TO RETURN-CODE.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-DATE FROM COMMAND-LINE.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.

               OPEN INPUT ACCTMAST-FILE.
               IF SC-ACCTMAST-STATUS = "35"
                   SET SC-ACCTMAST-EOF TO TRUE
               END-IF.
               OPEN OUTPUT LIST-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "ACCOUNT BALANCE LISTING FOR " SC-RUN-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LIST-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ACCOUNT    CCY ST          OPENING"
                   "         ACTIVITY          CLOSING  LAST ACT"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LIST-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-LIST-ONE-ACCOUNT ---- <*
           2000-LIST-ONE-ACCOUNT.
               READ ACCTMAST-FILE
                   AT END
                       SET SC-ACCTMAST-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF ACCTMAST-BAL-DATE < SC-RUN-DATE
                   MOVE ACCTMAST-CLOSING-BAL TO SC-LINE-OPENING
                   MOVE 0 TO SC-LINE-ACTIVITY
               ELSE
                   MOVE ACCTMAST-OPENING-BAL TO SC-LINE-OPENING
                   MOVE ACCTMAST-DAY-ACTIVITY TO SC-LINE-ACTIVITY
               END-IF.
               MOVE ACCTMAST-CLOSING-BAL TO SC-LINE-CLOSING.

               ADD 1 TO SC-ACCOUNT-COUNT.
               IF ACCTMAST-LAST-ACT-DATE = SC-RUN-DATE
                   ADD 1 TO SC-ACTIVE-COUNT
               END-IF.
               IF ACCTMAST-CLOSED
                   ADD 1 TO SC-CLOSED-COUNT
               END-IF.

               MOVE SC-LINE-OPENING TO SC-EDIT-OPENING.
               MOVE SC-LINE-ACTIVITY TO SC-EDIT-ACTIVITY.
               MOVE SC-LINE-CLOSING TO SC-EDIT-CLOSING.
               MOVE SPACES TO SC-RPT-LINE.
               STRING ACCTMAST-NUMBER " " ACCTMAST-CCY " "
                   ACCTMAST-STATUS " " SC-EDIT-OPENING
                   " " SC-EDIT-ACTIVITY " " SC-EDIT-CLOSING
                   "  " ACCTMAST-LAST-ACT-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LIST-RPT-RECORD FROM SC-RPT-LINE.

               PERFORM 2100-ADD-CCY-TOTAL THRU 2100-EXIT.
           2000-EXIT.
               EXIT.

           *> ---- 2100-ADD-CCY-TOTAL ---- <*
           2100-ADD-CCY-TOTAL.
               MOVE 0 TO SC-CCY-INDEX.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 2150-FIND-CCY THRU 2150-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT
                       OR SC-CCY-INDEX > 0.
               IF SC-CCY-INDEX = 0
                   IF SC-CCY-COUNT < SC-MAX-CCYS
                       ADD 1 TO SC-CCY-COUNT
                       MOVE SC-CCY-COUNT TO SC-CCY-INDEX
                       MOVE ACCTMAST-CCY TO SC-CCY-CODE(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-ACCOUNTS(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-OPENING(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-ACTIVITY(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-CLOSING(SC-CCY-INDEX)
                   ELSE
                       SET SC-CCY-OVERFLOW TO TRUE
                       GO TO 2100-EXIT
                   END-IF
               END-IF.
               ADD 1 TO SC-CCY-ACCOUNTS(SC-CCY-INDEX).
               ADD SC-LINE-OPENING TO SC-CCY-OPENING(SC-CCY-INDEX).
               ADD SC-LINE-ACTIVITY TO SC-CCY-ACTIVITY(SC-CCY-INDEX).
               ADD SC-LINE-CLOSING TO SC-CCY-CLOSING(SC-CCY-INDEX).
           2100-EXIT.
               EXIT.

           *> ---- 2150-FIND-CCY ---- <*
           2150-FIND-CCY.
               IF SC-CCY-CODE(SC-CCY-COUNTER) = ACCTMAST-CCY
                   MOVE SC-CCY-COUNTER TO SC-CCY-INDEX
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           2150-EXIT.
               EXIT.

           *> ---- 3000-WRITE-TOTALS ---- <*
           *> 通貨別に開始＋当日計上＝締めが成り立つことも確かめる
           3000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE LIST-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "CURRENCY TOTALS" TO SC-RPT-LINE.
               WRITE LIST-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 3100-WRITE-ONE-CCY THRU 3100-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "ACCOUNTS LISTED: " SC-ACCOUNT-COUNT
                   "  ACTIVE TODAY: " SC-ACTIVE-COUNT
                   "  CLOSED: " SC-CLOSED-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LIST-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-CCY-OVERFLOW
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: CURRENCY TABLE LIMIT REACHED - "
                       "EXCESS CURRENCIES EXCLUDED FROM TOTALS"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE LIST-RPT-RECORD FROM SC-RPT-LINE
                   IF SC-JOB-RC < 4
                       MOVE 4 TO SC-JOB-RC
                   END-IF
               END-IF.
           3000-EXIT.
               EXIT.

           *> ---- 3100-WRITE-ONE-CCY ---- <*
           3100-WRITE-ONE-CCY.
               MOVE SC-CCY-OPENING(SC-CCY-COUNTER) TO SC-EDIT-OPENING.
               MOVE SC-CCY-ACTIVITY(SC-CCY-COUNTER)
                   TO SC-EDIT-ACTIVITY.
               MOVE SC-CCY-CLOSING(SC-CCY-COUNTER) TO SC-EDIT-CLOSING.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "           " SC-CCY-CODE(SC-CCY-COUNTER)
                   "   " SC-EDIT-OPENING
                   " " SC-EDIT-ACTIVITY " " SC-EDIT-CLOSING
                   "  " SC-CCY-ACCOUNTS(SC-CCY-COUNTER)
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE LIST-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-CCY-OPENING(SC-CCY-COUNTER)
                       + SC-CCY-ACTIVITY(SC-CCY-COUNTER)
                       NOT = SC-CCY-CLOSING(SC-CCY-COUNTER)
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: " SC-CCY-CODE(SC-CCY-COUNTER)
                       " OPENING + ACTIVITY DOES NOT EQUAL CLOSING"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE LIST-RPT-RECORD FROM SC-RPT-LINE
                   MOVE 8 TO SC-JOB-RC
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           3100-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-ACCTMAST-STATUS NOT = "35"
                   CLOSE ACCTMAST-FILE
               END-IF.
               CLOSE LIST-RPT-FILE.
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
               MOVE "ACCTLIST" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               MOVE SC-JOB-RC TO RLOG-RETURN-CODE.
               MOVE SC-ACCOUNT-COUNT TO RLOG-COUNT-1.
               MOVE SC-ACTIVE-COUNT TO RLOG-COUNT-2.
               MOVE SC-CLOSED-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM ACCTLIST.
