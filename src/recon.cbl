              03 CTLCARD-X PIC S9(7)V99.
              03 CTLCARD-Y PIC S9(7)V99.
              03 CTLCARD-Z PIC S9(7)V99.
              *> 処理サイクル番号。空白は当日全体の管理レコード
              03 CTLCARD-CYCLE PIC X(02).

           FD XYZOUT-FILE.
           COPY XYZOREC.

           01 SC-RPT-LINE PIC X(100).

           *> 照合対象日はMAINと同様にPARMで指定できる。第２項に
           *> サイクル番号を指定するとそのサイクルだけを照合する。
           *> 省略時は当日全体（その日の管理レコードを通貨別に合算）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-CYCLE PIC X(02).
           01 SC-RECON-DATE PIC 9(08).
           01 SC-SELECT-CYCLE PIC 9(02) VALUE 0.
           01 SC-REC-CYCLE PIC 9(02) VALUE 0.

           *> 対象日の管理レコード（通貨別の期待値）
           01 SC-MAX-CTLS PIC 9(3) VALUE 50.
           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-CYCLE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-CYCLE
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RECON-DATE
               ELSE
                   ACCEPT SC-RECON-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-CYCLE IS NUMERIC
                   MOVE SC-PARM-CYCLE TO SC-SELECT-CYCLE
               END-IF.

               OPEN INPUT CTLCARD-FILE.
               IF SC-CTLCARD-STATUS = "35"
               OPEN OUTPUT RECON-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               IF SC-SELECT-CYCLE = 0
                   STRING "RECONCILIATION FOR " SC-RECON-DATE
                       "  ALL CYCLES"
                       "  RECORDS SELECTED: " SC-SELECTED-COUNT
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   STRING "RECONCILIATION FOR " SC-RECON-DATE
                       "  CYCLE " SC-SELECT-CYCLE
                       "  RECORDS SELECTED: " SC-SELECTED-COUNT
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
               WRITE RECON-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 1020-READ-CTLCARD ---- <*
           *> 対象日の通貨別管理レコードを表に読み込む。サイクル
           *> 指定時はそのサイクルのレコードだけ、当日全体では
           *> サイクル別・当日分のどちらも通貨ごとに合算する
           1020-READ-CTLCARD.
               READ CTLCARD-FILE
                   AT END
               IF CTLCARD-DATE NOT = SC-RECON-DATE
                   GO TO 1020-EXIT
               END-IF.
               IF SC-SELECT-CYCLE NOT = 0
                   IF CTLCARD-CYCLE IS NOT NUMERIC
                       GO TO 1020-EXIT
                   END-IF
                   MOVE CTLCARD-CYCLE TO SC-REC-CYCLE
                   IF SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                       GO TO 1020-EXIT
                   END-IF
               END-IF.
               MOVE 0 TO SC-CTL-INDEX.
               MOVE 1 TO SC-CTL-COUNTER.
               PERFORM 1030-FIND-CTL-CCY THRU 1030-EXIT
                   UNTIL SC-CTL-COUNTER > SC-CTL-COUNT
                       OR SC-CTL-INDEX > 0.
               IF SC-CTL-INDEX = 0
                   IF SC-CTL-COUNT < SC-MAX-CTLS
                       ADD 1 TO SC-CTL-COUNT
                       MOVE SC-CTL-COUNT TO SC-CTL-INDEX
                       MOVE CTLCARD-CURRENCY-CODE
                           TO SC-CTL-CCY(SC-CTL-INDEX)
                       MOVE 0 TO SC-CTL-EXP-X(SC-CTL-INDEX)
                       MOVE 0 TO SC-CTL-EXP-Y(SC-CTL-INDEX)
                       MOVE 0 TO SC-CTL-EXP-Z(SC-CTL-INDEX)
                   ELSE
                       GO TO 1020-EXIT
                   END-IF
               END-IF.
               ADD CTLCARD-X TO SC-CTL-EXP-X(SC-CTL-INDEX).
               ADD CTLCARD-Y TO SC-CTL-EXP-Y(SC-CTL-INDEX).
               ADD CTLCARD-Z TO SC-CTL-EXP-Z(SC-CTL-INDEX).
           1020-EXIT.
               EXIT.

           *> ---- 1030-FIND-CTL-CCY ---- <*
           1030-FIND-CTL-CCY.
               IF SC-CTL-CCY(SC-CTL-COUNTER) = CTLCARD-CURRENCY-CODE
                   MOVE SC-CTL-COUNTER TO SC-CTL-INDEX
               END-IF.
               ADD 1 TO SC-CTL-COUNTER.
           1030-EXIT.
               EXIT.

           *> ---- 1050-READ-XYZOUT ---- <*
           1050-READ-XYZOUT.
               READ XYZOUT-FILE
                       SET SC-XYZOUT-EOF TO TRUE
                   NOT AT END
                       IF XYZOUT-RUN-DATE = SC-RECON-DATE
                               AND NOT XYZOUT-OPENING-BALANCE
                           PERFORM 1055-SELECT-CYCLE THRU 1055-EXIT
                       END-IF
               END-READ.
           1050-EXIT.
               EXIT.

           *> ---- 1055-SELECT-CYCLE ---- <*
           *> サイクル番号のない旧レコードは01とみなす
           1055-SELECT-CYCLE.
               IF SC-SELECT-CYCLE NOT = 0
                   IF XYZOUT-CYCLE IS NUMERIC
                           AND XYZOUT-CYCLE NOT = "00"
                       MOVE XYZOUT-CYCLE TO SC-REC-CYCLE
                   ELSE
                       MOVE 1 TO SC-REC-CYCLE
                   END-IF
                   IF SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                       GO TO 1055-EXIT
                   END-IF
               END-IF.
               PERFORM 1060-TALLY-XYZOUT THRU 1060-EXIT.
           1055-EXIT.
               EXIT.

           *> ---- 1060-TALLY-XYZOUT ---- <*
           1060-TALLY-XYZOUT.
               SET SC-XYZOUT-FOUND TO TRUE.
               MOVE SC-SELECTED-COUNT TO RLOG-COUNT-1.
               MOVE SC-ACT-COUNT TO RLOG-COUNT-2.
               MOVE SC-FAILED-CCY-COUNT TO RLOG-COUNT-3.
               IF SC-SELECT-CYCLE = 0
                   MOVE SPACES TO RLOG-CYCLE
               ELSE
                   MOVE SC-SELECT-CYCLE TO RLOG-CYCLE
               END-IF.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
