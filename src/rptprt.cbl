                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-MSUM-FILE-STATUS.
               SELECT PRINT-FILE ASSIGN TO "RPTOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-PRINT-STATUS.
               SELECT MSUMRPT-FILE ASSIGN TO "MSUMRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
           WORKING-STORAGE SECTION.
           01 SC-RPTDATA-STATUS PIC X(02).
           01 SC-MSUM-FILE-STATUS PIC X(02).
           01 SC-PRINT-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

              03 SC-RUN-DD PIC 9(2).
           01 SC-RUN-DATE-NUM REDEFINES SC-RUN-DATE PIC 9(08).

           *> PARMは印刷する処理サイクル番号。省略時は当日の全サイクル
           *> （再印刷用）。サイクル指定時はRPTOUTへ追記する
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-CYCLE PIC X(02).
           01 SC-SELECT-CYCLE PIC 9(02) VALUE 0.
           01 SC-REC-CYCLE PIC 9(02) VALUE 0.

           01 NUM PIC 9(4).
           01 COUNTER PIC 9(4) VALUE 0.

           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-CYCLE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-CYCLE
               END-UNSTRING.
               IF SC-PARM-CYCLE IS NUMERIC
                   MOVE SC-PARM-CYCLE TO SC-SELECT-CYCLE
               END-IF.
               OPEN INPUT RPTDATA-FILE.
               IF SC-RPTDATA-STATUS = "35"
                   SET SC-RPTDATA-EOF TO TRUE
               END-IF.
               IF SC-SELECT-CYCLE = 0
                   OPEN OUTPUT PRINT-FILE
               ELSE
                   OPEN EXTEND PRINT-FILE
                   IF SC-PRINT-STATUS = "35"
                       OPEN OUTPUT PRINT-FILE
                       CLOSE PRINT-FILE
                       OPEN EXTEND PRINT-FILE
                   END-IF
               END-IF.
           1000-EXIT.
               EXIT.

                       SET SC-RPTDATA-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               *> サイクル番号のない旧レコードは01とみなす
               IF RPTD-CYCLE IS NUMERIC
                       AND RPTD-CYCLE NOT = 0
                   MOVE RPTD-CYCLE TO SC-REC-CYCLE
               ELSE
                   MOVE 1 TO SC-REC-CYCLE
               END-IF.
               IF SC-SELECT-CYCLE NOT = 0
                       AND SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                   GO TO 2000-EXIT
               END-IF.
               EVALUATE TRUE
                   WHEN RPTD-TYPE-PARMS
                       PERFORM 2100-PRINT-PARMS THRU 2100-EXIT
               STRING "PARMS IN EFFECT: MIN=" SC-NUM-MIN
                   " MAX=" SC-NUM-MAX
                   " LINES/PAGE=" SC-LINES-PER-PAGE
                   " CYCLE=" SC-REC-CYCLE
                   DELIMITED BY SIZE INTO SC-PRINT-LINE
               END-STRING.
               WRITE PRINT-RECORD FROM SC-PRINT-LINE.
               EXIT.

           *> ---- 2250-WRITE-HEADER ---- <*
           *> サイクル番号は55-56桁目（残高照合がここで数える）
           2250-WRITE-HEADER.
               ADD 1 TO SC-PAGE-NUMBER.
               MOVE SPACES TO SC-PRINT-LINE.
               STRING "RUN DATE: " SC-RUN-YYYY "-" SC-RUN-MM "-"
                   SC-RUN-DD "   NUM: " NUM "   PAGE: " SC-PAGE-NUMBER
                   "   CYCLE: " SC-REC-CYCLE
                   DELIMITED BY SIZE INTO SC-PRINT-LINE
               END-STRING.
               WRITE PRINT-RECORD FROM SC-PRINT-LINE.
               MOVE SC-PAGE-NUMBER TO RLOG-COUNT-1.
               MOVE SC-MONTH-EVEN-TOTAL TO RLOG-COUNT-2.
               MOVE SC-MONTH-ODD-TOTAL TO RLOG-COUNT-3.
               IF SC-SELECT-CYCLE = 0
                   MOVE SPACES TO RLOG-CYCLE
               ELSE
                   MOVE SC-SELECT-CYCLE TO RLOG-CYCLE
               END-IF.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
