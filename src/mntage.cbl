           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. MNTAGE.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PEND-FILE ASSIGN TO "MNTPEND"
                   ORGANIZATION INDEXED
                   ACCESS SEQUENTIAL
                   RECORD KEY PEND-KEY
                   FILE STATUS IS SC-PEND-STATUS.
               SELECT AGE-RPT-FILE ASSIGN TO "MNTAGRPT"
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

           FD AGE-RPT-FILE.
           01 AGE-RPT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-PEND-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-PEND-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-PEND-EOF VALUE "Y".

           *> PARMは「実行日 許容日数」。起票から許容日数を超えて
           *> 承認待ち・未適用のままの行を要注意として示す
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-AGE PIC X(03).
           01 SC-RUN-DATE PIC 9(08).
           01 SC-AGE-LIMIT PIC 9(3) VALUE 3.
           01 SC-RUN-INTEGER PIC 9(8).
           01 SC-AGE-DAYS PIC S9(5).

           01 SC-READ-COUNT PIC 9(7) VALUE 0.
           01 SC-AWAITING-COUNT PIC 9(5) VALUE 0.
           01 SC-UNAPPLIED-COUNT PIC 9(5) VALUE 0.
           01 SC-AGED-COUNT PIC 9(5) VALUE 0.

           01 SC-EDIT-AGE PIC ZZZZ9.
           01 SC-STATE-TEXT PIC X(20).
           01 SC-FLAG-TEXT PIC X(08).
           01 SC-CHANGE-TEXT PIC X(40).
           01 SC-RPT-LINE PIC X(132).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-REPORT-ONE THRU 2000-EXIT
                   UNTIL SC-PEND-EOF.
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-AGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-AGE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-AGE
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-AGE IS NUMERIC
                   MOVE SC-PARM-AGE TO SC-AGE-LIMIT
               END-IF.
               COMPUTE SC-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SC-RUN-DATE).

               OPEN INPUT PEND-FILE.
               IF SC-PEND-STATUS = "35"
                   SET SC-PEND-EOF TO TRUE
               END-IF.
               OPEN OUTPUT AGE-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "MASTER MAINTENANCE AWAITING APPROVAL OR APPLY "
                   SC-RUN-DATE "  AGED AFTER " SC-AGE-LIMIT " DAYS"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AGE-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "REFERENCE            MSTR MAKER    CHECKER  "
                   "STATE                  AGE  CHANGE"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AGE-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-REPORT-ONE ---- <*
           *> 承認待ち（P）と承認済み未適用（A）だけを起票順に出す
           2000-REPORT-ONE.
               READ PEND-FILE
                   AT END
                       SET SC-PEND-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               ADD 1 TO SC-READ-COUNT.
               IF PEND-AWAITING
                   ADD 1 TO SC-AWAITING-COUNT
                   MOVE "AWAITING APPROVAL" TO SC-STATE-TEXT
               ELSE
                   IF PEND-APPROVED
                       ADD 1 TO SC-UNAPPLIED-COUNT
                       MOVE "APPROVED NOT APPLIED" TO SC-STATE-TEXT
                   ELSE
                       GO TO 2000-EXIT
                   END-IF
               END-IF.
               IF PEND-SUBMIT-DATE IS NUMERIC
                   COMPUTE SC-AGE-DAYS = SC-RUN-INTEGER
                       - FUNCTION INTEGER-OF-DATE(PEND-SUBMIT-DATE)
               ELSE
                   MOVE 0 TO SC-AGE-DAYS
               END-IF.
               IF SC-AGE-DAYS < 0
                   MOVE 0 TO SC-AGE-DAYS
               END-IF.
               MOVE SC-AGE-DAYS TO SC-EDIT-AGE.
               IF SC-AGE-DAYS > SC-AGE-LIMIT
                   ADD 1 TO SC-AGED-COUNT
                   MOVE "** AGED" TO SC-FLAG-TEXT
               ELSE
                   MOVE SPACES TO SC-FLAG-TEXT
               END-IF.

               MOVE SPACES TO SC-CHANGE-TEXT.
               IF PEND-FOR-LANG
                   STRING PEND-LANG-ACTION " " PEND-LANG-CODE
                       " " PEND-LANG-NAME
                       DELIMITED BY SIZE INTO SC-CHANGE-TEXT
                   END-STRING
               ELSE
                   STRING PEND-RATE-ACTION " " PEND-RATE-CCY
                       " " PEND-RATE-RATE
                       " EFF " PEND-RATE-EFF-DATE
                       DELIMITED BY SIZE INTO SC-CHANGE-TEXT
                   END-STRING
               END-IF.
               MOVE SPACES TO SC-RPT-LINE.
               STRING PEND-KEY " " PEND-MASTER " " PEND-MAKER
                   " " PEND-CHECKER " " SC-STATE-TEXT
                   " " SC-EDIT-AGE "  " SC-CHANGE-TEXT
                   " " SC-FLAG-TEXT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AGE-RPT-RECORD FROM SC-RPT-LINE.
           2000-EXIT.
               EXIT.

           *> ---- 3000-WRITE-TOTALS ---- <*
           3000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "AWAITING APPROVAL: " SC-AWAITING-COUNT
                   "  APPROVED NOT APPLIED: " SC-UNAPPLIED-COUNT
                   "  AGED: " SC-AGED-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE AGE-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-AWAITING-COUNT = 0 AND SC-UNAPPLIED-COUNT = 0
                   MOVE "NOTHING OUTSTANDING" TO SC-RPT-LINE
                   WRITE AGE-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           3000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-PEND-STATUS NOT = "35"
                   CLOSE PEND-FILE
               END-IF.
               CLOSE AGE-RPT-FILE.
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
               MOVE "MNTAGE" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-AGED-COUNT > 0
                   MOVE 4 TO RLOG-RETURN-CODE
               ELSE
                   MOVE 0 TO RLOG-RETURN-CODE
               END-IF.
               MOVE SC-AWAITING-COUNT TO RLOG-COUNT-1.
               MOVE SC-UNAPPLIED-COUNT TO RLOG-COUNT-2.
               MOVE SC-AGED-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM MNTAGE.
