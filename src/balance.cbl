                 88 SC-BALANCE-PASS VALUE "PASS".
                 88 SC-BALANCE-FAIL VALUE "FAIL".

           *> PARMは照合する処理サイクル番号。省略時は当日全体
           *> （全サイクルの実行管理レコードを合算して照合する）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-CYCLE PIC X(02).
           01 SC-SELECT-CYCLE PIC 9(02) VALUE 0.
           01 SC-REC-CYCLE PIC 9(02) VALUE 0.
           01 SC-HDR-CYCLE PIC 9(02) VALUE 0.

           *> 照合対象の実行管理件数（サイクル指定時はそのサイクル
           *> の最後のレコード、当日全体では全レコードの合計）
           01 SC-CTL-COUNTS.
              03 SC-CTL-READ-COUNT PIC 9(6) VALUE 0.
              03 SC-CTL-PROC-COUNT PIC 9(6) VALUE 0.
              03 SC-CTL-REJECT-COUNT PIC 9(6) VALUE 0.
              03 SC-CTL-PAGE-COUNT PIC 9(6) VALUE 0.
              03 SC-CTL-XYZ-COUNT PIC 9(6) VALUE 0.
              03 SC-CTL-DUP-COUNT PIC 9(6) VALUE 0.
              03 SC-CTL-XYZWR-COUNT PIC 9(6) VALUE 0.
              03 SC-CTL-CNVS-COUNT PIC 9(6) VALUE 0.

           *> 当日全体の照合で、サイクルが01から欠番・重複なく
           *> 記録されていることを確かめるための表
           01 SC-MAX-CYCLE PIC 9(02) VALUE 0.
           01 SC-CYCLE-TABLE.
              03 SC-CYCLE-SEEN PIC 9(02) OCCURS 99 TIMES VALUE 0.
           01 SC-CYCLE-INDEX PIC 9(03) VALUE 0.

           01 SC-ACT-TRANS-COUNT PIC 9(6) VALUE 0.
           01 SC-ACT-PAGE-COUNT PIC 9(6) VALUE 0.
           01 SC-ACT-REJECT-COUNT PIC 9(6) VALUE 0.
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-RLOG-DATE FROM DATE YYYYMMDD.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-CYCLE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-CYCLE
               END-UNSTRING.
               IF SC-PARM-CYCLE IS NUMERIC
                   MOVE SC-PARM-CYCLE TO SC-SELECT-CYCLE
               END-IF.
               OPEN OUTPUT BAL-RPT-FILE.

               *> 実行管理はサイクルごとに追記されるので全件読む
               OPEN INPUT RUNCTL-FILE.
               IF SC-RUNCTL-STATUS = "35"
                   SET SC-RUNCTL-EOF TO TRUE
               ELSE
                   PERFORM 1100-READ-ONE-RUNCTL THRU 1100-EXIT
                       UNTIL SC-RUNCTL-EOF
               END-IF.

               *> TRANSINはサイクルごとに作り直されるので、数え直す
               *> のはサイクル指定の照合のときだけ
               IF SC-SELECT-CYCLE = 0
                   SET SC-TRANS-EOF TO TRUE
                   MOVE "35" TO SC-TRANS-STATUS
               ELSE
                   OPEN INPUT TRANS-FILE
                   IF SC-TRANS-STATUS = "35"
                       SET SC-TRANS-EOF TO TRUE
                   END-IF
               END-IF.
               OPEN INPUT PRINT-FILE.
               IF SC-PRINT-STATUS = "35"
           1000-EXIT.
               EXIT.

           *> ---- 1100-READ-ONE-RUNCTL ---- <*
           *> サイクル指定時はそのサイクルの最後のレコードを、当日
           *> 全体では全レコードの合計を照合対象にする
           1100-READ-ONE-RUNCTL.
               READ RUNCTL-FILE
                   AT END
                       SET SC-RUNCTL-EOF TO TRUE
                       GO TO 1100-EXIT
               END-READ.
               *> サイクル番号のない旧レコードは01とみなす
               IF RUNCTL-CYCLE IS NUMERIC
                       AND RUNCTL-CYCLE NOT = 0
                   MOVE RUNCTL-CYCLE TO SC-REC-CYCLE
               ELSE
                   MOVE 1 TO SC-REC-CYCLE
               END-IF.
               IF SC-SELECT-CYCLE = 0
                   SET SC-RUNCTL-FOUND TO TRUE
                   MOVE RUNCTL-DATE TO SC-RLOG-DATE
                   ADD 1 TO SC-CYCLE-SEEN(SC-REC-CYCLE)
                   IF SC-REC-CYCLE > SC-MAX-CYCLE
                       MOVE SC-REC-CYCLE TO SC-MAX-CYCLE
                   END-IF
                   ADD RUNCTL-READ-COUNT TO SC-CTL-READ-COUNT
                   ADD RUNCTL-PROC-COUNT TO SC-CTL-PROC-COUNT
                   ADD RUNCTL-REJECT-COUNT TO SC-CTL-REJECT-COUNT
                   ADD RUNCTL-PAGE-COUNT TO SC-CTL-PAGE-COUNT
                   ADD RUNCTL-XYZ-COUNT TO SC-CTL-XYZ-COUNT
                   ADD RUNCTL-DUP-COUNT TO SC-CTL-DUP-COUNT
                   ADD RUNCTL-XYZWR-COUNT TO SC-CTL-XYZWR-COUNT
                   ADD RUNCTL-CNVS-COUNT TO SC-CTL-CNVS-COUNT
                   GO TO 1100-EXIT
               END-IF.
               IF SC-REC-CYCLE = SC-SELECT-CYCLE
                   SET SC-RUNCTL-FOUND TO TRUE
                   MOVE RUNCTL-DATE TO SC-RLOG-DATE
                   MOVE RUNCTL-READ-COUNT TO SC-CTL-READ-COUNT
                   MOVE RUNCTL-PROC-COUNT TO SC-CTL-PROC-COUNT
                   MOVE RUNCTL-REJECT-COUNT TO SC-CTL-REJECT-COUNT
                   MOVE RUNCTL-PAGE-COUNT TO SC-CTL-PAGE-COUNT
                   MOVE RUNCTL-XYZ-COUNT TO SC-CTL-XYZ-COUNT
                   MOVE RUNCTL-DUP-COUNT TO SC-CTL-DUP-COUNT
                   MOVE RUNCTL-XYZWR-COUNT TO SC-CTL-XYZWR-COUNT
                   MOVE RUNCTL-CNVS-COUNT TO SC-CTL-CNVS-COUNT
               END-IF.
           1100-EXIT.
               EXIT.

           *> ---- 2000-COUNT-TRANSIN ---- <*
           *> ヘッダ／トレーラを除く明細件数を数え直す
           2000-COUNT-TRANSIN.
                   AT END
                       SET SC-TRANS-EOF TO TRUE
                   NOT AT END
                       IF TRANS-TYPE-HEADER
                           IF TRANS-HDR-CYCLE IS NUMERIC
                                   AND TRANS-HDR-CYCLE NOT = "00"
                               MOVE TRANS-HDR-CYCLE TO SC-HDR-CYCLE
                           ELSE
                               MOVE 1 TO SC-HDR-CYCLE
                           END-IF
                       END-IF
                       IF NOT TRANS-TYPE-HEADER
                               AND NOT TRANS-TYPE-TRAILER
                           ADD 1 TO SC-ACT-TRANS-COUNT
               EXIT.

           *> ---- 3000-COUNT-RPTOUT ---- <*
           *> ページ見出し行の件数＝出力ページ数。見出しの55-56桁目
           *> がサイクル番号（空白の旧形式は01とみなす）
           3000-COUNT-RPTOUT.
               READ PRINT-FILE
                   AT END
                       SET SC-PRINT-EOF TO TRUE
                       GO TO 3000-EXIT
               END-READ.
               IF PRINT-RECORD(1:10) NOT = "RUN DATE: "
                   GO TO 3000-EXIT
               END-IF.
               IF SC-SELECT-CYCLE NOT = 0
                   IF PRINT-RECORD(55:2) IS NUMERIC
                       MOVE PRINT-RECORD(55:2) TO SC-REC-CYCLE
                   ELSE
                       MOVE 1 TO SC-REC-CYCLE
                   END-IF
                   IF SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                       GO TO 3000-EXIT
                   END-IF
               END-IF.
               ADD 1 TO SC-ACT-PAGE-COUNT.
           3000-EXIT.
               EXIT.

                       SET SC-EXCPDATA-EOF TO TRUE
                   NOT AT END
                       IF EXCP-RUN-DATE = SC-RLOG-DATE
                           PERFORM 4100-COUNT-ONE-EXCEPTION
                               THRU 4100-EXIT
                       END-IF
               END-READ.
           4000-EXIT.
               EXIT.

           *> ---- 4100-COUNT-ONE-EXCEPTION ---- <*
           4100-COUNT-ONE-EXCEPTION.
               IF SC-SELECT-CYCLE NOT = 0
                   IF EXCP-CYCLE IS NUMERIC
                           AND EXCP-CYCLE NOT = "00"
                       MOVE EXCP-CYCLE TO SC-REC-CYCLE
                   ELSE
                       MOVE 1 TO SC-REC-CYCLE
                   END-IF
                   IF SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                       GO TO 4100-EXIT
                   END-IF
               END-IF.
               ADD 1 TO SC-ACT-REJECT-COUNT.
           4100-EXIT.
               EXIT.

           *> ---- 5000-VERIFY-BALANCE ---- <*
           5000-VERIFY-BALANCE.
               IF NOT SC-RUNCTL-FOUND
               END-IF.

               MOVE SPACES TO SC-BAL-LINE.
               IF SC-SELECT-CYCLE = 0
                   STRING "BALANCING WHOLE DAY - CYCLES 01 TO "
                       SC-MAX-CYCLE
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   END-STRING
               ELSE
                   STRING "BALANCING CYCLE " SC-SELECT-CYCLE
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   END-STRING
               END-IF.
               WRITE BAL-RPT-RECORD FROM SC-BAL-LINE.

               MOVE SPACES TO SC-BAL-LINE.
               STRING "RUN CONTROL FOR " SC-RLOG-DATE
                   ": READ=" SC-CTL-READ-COUNT
                   " PROC=" SC-CTL-PROC-COUNT
                   " REJ=" SC-CTL-REJECT-COUNT
                   " PAGES=" SC-CTL-PAGE-COUNT
                   " XYZ=" SC-CTL-XYZ-COUNT
                   " DUP=" SC-CTL-DUP-COUNT
                   " XYZWR=" SC-CTL-XYZWR-COUNT
                   " CNVS=" SC-CTL-CNVS-COUNT
                   DELIMITED BY SIZE INTO SC-BAL-LINE
               END-STRING.
               WRITE BAL-RPT-RECORD FROM SC-BAL-LINE.

               IF SC-SELECT-CYCLE = 0
                   PERFORM 5100-VERIFY-CYCLES THRU 5100-EXIT
                   MOVE "TRANSIN NOT RECOUNTED FOR THE WHOLE DAY"
                       TO SC-BAL-LINE
                   WRITE BAL-RPT-RECORD FROM SC-BAL-LINE
                   MOVE "  (EACH CYCLE'S BALANCE RECOUNTED ITS OWN)"
                       TO SC-BAL-LINE
                   WRITE BAL-RPT-RECORD FROM SC-BAL-LINE
                   GO TO 5000-CHECK-TOTALS
               END-IF.

               IF SC-HDR-CYCLE NOT = SC-SELECT-CYCLE
                   SET SC-BALANCE-FAIL TO TRUE
                   MOVE SPACES TO SC-BAL-LINE
                   STRING "FAIL: TRANSIN IS FOR CYCLE " SC-HDR-CYCLE
                       " BUT CYCLE " SC-SELECT-CYCLE " WAS REQUESTED"
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   END-STRING
                   WRITE BAL-RPT-RECORD FROM SC-BAL-LINE
               END-IF.

               IF SC-ACT-TRANS-COUNT NOT = SC-CTL-READ-COUNT
                   SET SC-BALANCE-FAIL TO TRUE
                   MOVE SPACES TO SC-BAL-LINE
                   STRING "FAIL: TRANSIN HAS " SC-ACT-TRANS-COUNT
                       " DETAILS BUT RUN CONTROL READ IS "
                       SC-CTL-READ-COUNT
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   END-STRING
                   WRITE BAL-RPT-RECORD FROM SC-BAL-LINE
               END-IF.

           5000-CHECK-TOTALS.
               COMPUTE SC-EXPECTED-TOTAL =
                   SC-CTL-PROC-COUNT + SC-CTL-REJECT-COUNT
                       + SC-CTL-DUP-COUNT.
               IF SC-EXPECTED-TOTAL NOT = SC-CTL-READ-COUNT
                   SET SC-BALANCE-FAIL TO TRUE
                   MOVE SPACES TO SC-BAL-LINE
                   STRING "FAIL: READ " SC-CTL-READ-COUNT
                       " NOT = PROCESSED + REJECTED + DUPLICATES "
                       SC-EXPECTED-TOTAL
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   WRITE BAL-RPT-RECORD FROM SC-BAL-LINE
               END-IF.

               IF SC-ACT-PAGE-COUNT NOT = SC-CTL-PAGE-COUNT
                   SET SC-BALANCE-FAIL TO TRUE
                   MOVE SPACES TO SC-BAL-LINE
                   STRING "FAIL: RPTOUT HAS " SC-ACT-PAGE-COUNT
                       " PAGES BUT RUN CONTROL SHOWS "
                       SC-CTL-PAGE-COUNT
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   END-STRING
                   WRITE BAL-RPT-RECORD FROM SC-BAL-LINE

               *> 例外レコードは検証却下と換算保留の両方を含む
               COMPUTE SC-EXPECTED-REJECTS =
                   SC-CTL-REJECT-COUNT + SC-CTL-CNVS-COUNT.
               IF SC-ACT-REJECT-COUNT NOT = SC-EXPECTED-REJECTS
                   SET SC-BALANCE-FAIL TO TRUE
                   MOVE SPACES TO SC-BAL-LINE

               *> 処理したX取引＝XYZOUTへ書いた件数＋換算保留の証明
               COMPUTE SC-EXPECTED-XYZ =
                   SC-CTL-XYZWR-COUNT + SC-CTL-CNVS-COUNT.
               IF SC-CTL-XYZ-COUNT NOT = SC-EXPECTED-XYZ
                   SET SC-BALANCE-FAIL TO TRUE
                   MOVE SPACES TO SC-BAL-LINE
                   STRING "FAIL: XYZ CALLS " SC-CTL-XYZ-COUNT
                       " NOT = WRITTEN + CONVERSION SUSPENDED "
                       SC-EXPECTED-XYZ
                       DELIMITED BY SIZE INTO SC-BAL-LINE
           5000-EXIT.
               EXIT.

           *> ---- 5100-VERIFY-CYCLES ---- <*
           *> 当日全体：サイクル01から最終サイクルまで各１件ずつ
           5100-VERIFY-CYCLES.
               PERFORM 5150-VERIFY-ONE-CYCLE THRU 5150-EXIT
                   VARYING SC-CYCLE-INDEX FROM 1 BY 1
                   UNTIL SC-CYCLE-INDEX > SC-MAX-CYCLE.
           5100-EXIT.
               EXIT.

           *> ---- 5150-VERIFY-ONE-CYCLE ---- <*
           5150-VERIFY-ONE-CYCLE.
               IF SC-CYCLE-SEEN(SC-CYCLE-INDEX) = 1
                   GO TO 5150-EXIT
               END-IF.
               SET SC-BALANCE-FAIL TO TRUE.
               MOVE SPACES TO SC-BAL-LINE.
               IF SC-CYCLE-SEEN(SC-CYCLE-INDEX) = 0
                   STRING "FAIL: CYCLE " SC-CYCLE-INDEX
                       " MISSING FROM RUN CONTROL"
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   END-STRING
               ELSE
                   STRING "FAIL: CYCLE " SC-CYCLE-INDEX
                       " RECORDED " SC-CYCLE-SEEN(SC-CYCLE-INDEX)
                       " TIMES IN RUN CONTROL"
                       DELIMITED BY SIZE INTO SC-BAL-LINE
                   END-STRING
               END-IF.
               WRITE BAL-RPT-RECORD FROM SC-BAL-LINE.
           5150-EXIT.
               EXIT.

           *> ---- 6000-CLOSE-FILES ---- <*
           6000-CLOSE-FILES.
               IF SC-RUNCTL-STATUS NOT = "35"
               MOVE SC-ACT-TRANS-COUNT TO RLOG-COUNT-1.
               MOVE SC-ACT-PAGE-COUNT TO RLOG-COUNT-2.
               MOVE SC-ACT-REJECT-COUNT TO RLOG-COUNT-3.
               IF SC-SELECT-CYCLE = 0
                   MOVE SPACES TO RLOG-CYCLE
               ELSE
                   MOVE SC-SELECT-CYCLE TO RLOG-CYCLE
               END-IF.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
