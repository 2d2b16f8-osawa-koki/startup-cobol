                   FILE STATUS IS SC-EXCPDATA-STATUS.
               SELECT EXCPKEEP-FILE ASSIGN TO "EXCPKEEP"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT XYZSNAP-FILE ASSIGN TO "XYZSNAP"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT EXCPSNAP-FILE ASSIGN TO "EXCPSNAP"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNCTL-STATUS.
               SELECT CTLSNAP-FILE ASSIGN TO "CTLSNAP"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-CTLSNAP-STATUS.
               SELECT LANGUSE-FILE ASSIGN TO "LANGUSE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-LANGUSE-STATUS.
                   ACCESS DYNAMIC
                   RECORD KEY REG-KEY
                   FILE STATUS IS SC-REGISTRY-STATUS.
               SELECT XYZREVS-FILE ASSIGN TO "XYZREVS"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT HOLD-FILE ASSIGN TO "XYZHOLD"
                   ORGANIZATION INDEXED
                   ACCESS DYNAMIC
                   RECORD KEY HOLD-KEY
                   FILE STATUS IS SC-HOLD-STATUS.
               SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-PROCDATE-STATUS.
               SELECT BACK-RPT-FILE ASSIGN TO "BACKRPT"
                   ORGANIZATION LINE SEQUENTIAL.

           COPY XYZOREC.

           FD XYZKEEP-FILE.
           01 XYZKEEP-RECORD PIC X(76).

           FD SUSPENSE-FILE.
           COPY SUSPREC.

           FD SUSPKEEP-FILE.
           01 SUSPKEEP-RECORD PIC X(79).

           FD AUDIT-FILE.
           01 AUDIT-RECORD PIC X(100).
           COPY EXCPREC.

           FD EXCPKEEP-FILE.
           01 EXCPKEEP-RECORD PIC X(55).

           *> 再処理前の当日分の退避（RERUNCMPが再実行後と突き合わせる）
           FD XYZSNAP-FILE.
           01 XYZSNAP-RECORD PIC X(76).

           FD EXCPSNAP-FILE.
           01 EXCPSNAP-RECORD PIC X(55).

           FD RUNCTL-FILE.
           COPY RUNCTLR.

           FD CTLSNAP-FILE.
           01 CTLSNAP-RECORD.
              03 CTLSNAP-DATE PIC 9(08).
              03 FILLER PIC X(48).
              03 CTLSNAP-CYCLE PIC 9(02).

           FD LANGUSE-FILE.
           01 LANGUSE-RECORD.
                 05 REG-DATE PIC 9(08).
                 05 REG-REC-TYPE PIC X(01).
                 05 REG-DATA PIC X(22).
                 05 REG-ACCOUNT PIC X(10).

           *> 口座残高から差し引くZ結果（XYZOUTの入れ替え後に
           *> BACKACCTが ACCTMAST へ反映する）
           FD XYZREVS-FILE.
           01 XYZREVS-RECORD PIC X(76).

           FD HOLD-FILE.
           COPY XYZHREC.

           *> MAINの処理済み管理レコードと同じ形式
           FD PROCDATE-FILE.
           01 PROCDATE-RECORD.
              03 PROC-THRU-DATE PIC 9(08).
              03 PROC-CYCLE-DATE PIC 9(08).
              03 PROC-LAST-CYCLE PIC 9(02).

           FD BACK-RPT-FILE.
           01 BACK-RPT-RECORD PIC X(80).
           01 SC-EXCPDATA-STATUS PIC X(02).
           01 SC-LANGUSE-STATUS PIC X(02).
           01 SC-REGISTRY-STATUS PIC X(02).
           01 SC-HOLD-STATUS PIC X(02).
           01 SC-RUNCTL-STATUS PIC X(02).
           01 SC-CTLSNAP-STATUS PIC X(02).
           01 SC-PROCDATE-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-XYZOUT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-LANGUSE-EOF VALUE "Y".
              03 SC-REGISTRY-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-REGISTRY-EOF VALUE "Y".
              03 SC-HOLD-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-HOLD-EOF VALUE "Y".
              03 SC-PROCDATE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-PROCDATE-EOF VALUE "Y".
              03 SC-CYCLE-RESET-SWITCH PIC X(01) VALUE "N".
                 88 SC-CYCLE-RESET VALUE "Y".
              03 SC-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RUNCTL-EOF VALUE "Y".
              *> 同じ日を再度取り消すときは最初の退避を残す
              03 SC-SNAP-KEPT-SWITCH PIC X(01) VALUE "N".
                 88 SC-SNAP-KEPT VALUE "Y".

           01 SC-PARM-DATE PIC X(08).
           01 SC-BACKOUT-DATE PIC 9(08).
           01 SC-LUSE-KEPT PIC 9(7) VALUE 0.
           01 SC-REG-REMOVED PIC 9(7) VALUE 0.
           01 SC-REG-KEPT PIC 9(7) VALUE 0.
           01 SC-HOLD-REMOVED PIC 9(7) VALUE 0.
           01 SC-CTL-SNAPPED PIC 9(7) VALUE 0.
           01 SC-ACCT-QUEUED PIC 9(7) VALUE 0.

           *> 処理済み管理の最後のレコード（サイクル管理の取り消し用）
           01 SC-PROC-LAST-DATE PIC 9(08) VALUE 0.
           01 SC-PROC-CYCLE-DATE PIC 9(08) VALUE 0.
           01 SC-PROC-LAST-CYCLE PIC 9(02) VALUE 0.

           01 SC-RPT-LINE PIC X(80).

                   UNTIL SC-LANGUSE-EOF.
               PERFORM 5000-STRIP-REGISTRY THRU 5000-EXIT
                   UNTIL SC-REGISTRY-EOF.
               PERFORM 5200-STRIP-HOLDS THRU 5200-EXIT
                   UNTIL SC-HOLD-EOF.
               PERFORM 5500-RESET-CYCLE-CONTROL THRU 5500-EXIT.
               IF NOT SC-SNAP-KEPT
                   PERFORM 5700-SNAPSHOT-RUNCTL THRU 5700-EXIT
               END-IF.
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               STOP RUN.
               END-IF.
               MOVE SC-PARM-DATE TO SC-BACKOUT-DATE.

               *> 未照合の退避が残っていれば別の日の取り消しは止める
               *> （RERUNCMPが照合を終えると退避を削除する）
               OPEN INPUT CTLSNAP-FILE.
               IF SC-CTLSNAP-STATUS = "00"
                   READ CTLSNAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CTLSNAP-DATE = SC-BACKOUT-DATE
                               SET SC-SNAP-KEPT TO TRUE
                           ELSE
                               DISPLAY "BACKOUT: SNAPSHOT OF "
                                   CTLSNAP-DATE " NOT YET COMPARED"
                                   " - RUN RERUNCMP FIRST"
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
                   CLOSE CTLSNAP-FILE
               END-IF.

               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   SET SC-XYZOUT-EOF TO TRUE
                   SET SC-LANGUSE-EOF TO TRUE
               END-IF.
               OPEN OUTPUT LUSEKEEP-FILE.
               IF NOT SC-SNAP-KEPT
                   OPEN OUTPUT XYZSNAP-FILE
                   OPEN OUTPUT EXCPSNAP-FILE
               END-IF.
               *> 旧形式のまま等でオープン出来ないと当日分が残った
               *> まま再実行される。未作成(35)以外は即時異常終了
               OPEN I-O REGISTRY-FILE.
                           SET SC-REGISTRY-EOF TO TRUE
                   END-START
               END-IF.
               *> 口座残高はここでは更新しない。取り除いたZ結果を
               *> 書き出し、XYZOUTの入れ替え後にBACKACCTが差し引く
               *> （入れ替え前に失敗して再実行しても二重に引かない）
               OPEN OUTPUT XYZREVS-FILE.
               *> 保留行は再実行で出現順が振り直されるので、対象日の
               *> 行は状態に関係なく削除する。未作成(35)なら対象なし
               OPEN I-O HOLD-FILE.
               IF SC-HOLD-STATUS = "35"
                   SET SC-HOLD-EOF TO TRUE
               ELSE
                   IF SC-HOLD-STATUS NOT = "00"
                       DISPLAY "BACKOUT: XYZHOLD OPEN FAILED - "
                           "STATUS " SC-HOLD-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SC-BACKOUT-DATE TO HOLD-RUN-DATE
                   MOVE 0 TO HOLD-CYCLE
                   MOVE 0 TO HOLD-SEQ
                   START HOLD-FILE KEY NOT < HOLD-KEY
                       INVALID KEY
                           SET SC-HOLD-EOF TO TRUE
                   END-START
               END-IF.
               OPEN OUTPUT BACK-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
                       SET SC-XYZOUT-EOF TO TRUE
                   NOT AT END
                       IF XYZOUT-RUN-DATE = SC-BACKOUT-DATE
                               AND NOT XYZOUT-OPENING-BALANCE
                           ADD 1 TO SC-XYZ-REMOVED
                           IF NOT SC-SNAP-KEPT
                               WRITE XYZSNAP-RECORD FROM XYZOUT-RECORD
                           END-IF
                           IF XYZOUT-ACCOUNT NOT = SPACES
                               WRITE XYZREVS-RECORD FROM XYZOUT-RECORD
                               ADD 1 TO SC-ACCT-QUEUED
                           END-IF
                       ELSE
                           WRITE XYZKEEP-RECORD FROM XYZOUT-RECORD
                           ADD 1 TO SC-XYZ-KEPT
                   NOT AT END
                       IF EXCP-RUN-DATE = SC-BACKOUT-DATE
                           ADD 1 TO SC-EXCP-REMOVED
                           IF NOT SC-SNAP-KEPT
                               WRITE EXCPSNAP-RECORD FROM EXCP-RECORD
                           END-IF
                       ELSE
                           WRITE EXCPKEEP-RECORD FROM EXCP-RECORD
                           ADD 1 TO SC-EXCP-KEPT
           5000-EXIT.
               EXIT.

           *> ---- 5200-STRIP-HOLDS ---- <*
           *> 保留ファイルは実行日が先頭キーなので対象日の範囲だけ読む
           5200-STRIP-HOLDS.
               READ HOLD-FILE NEXT
                   AT END
                       SET SC-HOLD-EOF TO TRUE
                       GO TO 5200-EXIT
               END-READ.
               IF HOLD-RUN-DATE NOT = SC-BACKOUT-DATE
                   SET SC-HOLD-EOF TO TRUE
                   GO TO 5200-EXIT
               END-IF.
               DELETE HOLD-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE.
               ADD 1 TO SC-HOLD-REMOVED.
           5200-EXIT.
               EXIT.

           *> ---- 5500-RESET-CYCLE-CONTROL ---- <*
           *> 締め前の日を取り消したときは、その日のサイクル管理も
           *> 取り消す（処理済み日は据え置き、サイクル01から再実行
           *> できるようにする）。締め済みの日はOVERRIDEで再処理
           *> するので処理済み管理には手を付けない
           5500-RESET-CYCLE-CONTROL.
               OPEN INPUT PROCDATE-FILE.
               IF SC-PROCDATE-STATUS = "35"
                   GO TO 5500-EXIT
               END-IF.
               PERFORM 5550-READ-ONE-PROCDATE THRU 5550-EXIT
                   UNTIL SC-PROCDATE-EOF.
               CLOSE PROCDATE-FILE.
               IF SC-PROC-CYCLE-DATE NOT = SC-BACKOUT-DATE
                   GO TO 5500-EXIT
               END-IF.
               IF SC-PROC-LAST-DATE NOT < SC-BACKOUT-DATE
                   GO TO 5500-EXIT
               END-IF.
               OPEN EXTEND PROCDATE-FILE.
               MOVE SC-PROC-LAST-DATE TO PROC-THRU-DATE.
               MOVE 0 TO PROC-CYCLE-DATE.
               MOVE 0 TO PROC-LAST-CYCLE.
               WRITE PROCDATE-RECORD.
               CLOSE PROCDATE-FILE.
               SET SC-CYCLE-RESET TO TRUE.
           5500-EXIT.
               EXIT.

           *> ---- 5550-READ-ONE-PROCDATE ---- <*
           5550-READ-ONE-PROCDATE.
               READ PROCDATE-FILE
                   AT END
                       SET SC-PROCDATE-EOF TO TRUE
                   NOT AT END
                       IF PROC-THRU-DATE IS NUMERIC
                           MOVE PROC-THRU-DATE TO SC-PROC-LAST-DATE
                       END-IF
                       IF PROC-CYCLE-DATE IS NUMERIC
                               AND PROC-LAST-CYCLE IS NUMERIC
                           MOVE PROC-CYCLE-DATE TO SC-PROC-CYCLE-DATE
                           MOVE PROC-LAST-CYCLE TO SC-PROC-LAST-CYCLE
                       ELSE
                           MOVE 0 TO SC-PROC-CYCLE-DATE
                           MOVE 0 TO SC-PROC-LAST-CYCLE
                       END-IF
               END-READ.
           5550-EXIT.
               EXIT.

           *> ---- 5700-SNAPSHOT-RUNCTL ---- <*
           *> 当日の管理レコードを退避する。RUNCTLが既に翌日以降の
           *> もので当日分が無いときも、サイクル00の空レコードを
           *> 書いて退避があることを示す
           5700-SNAPSHOT-RUNCTL.
               OPEN OUTPUT CTLSNAP-FILE.
               OPEN INPUT RUNCTL-FILE.
               IF SC-RUNCTL-STATUS = "35"
                   SET SC-RUNCTL-EOF TO TRUE
               END-IF.
               PERFORM 5750-COPY-ONE-RUNCTL THRU 5750-EXIT
                   UNTIL SC-RUNCTL-EOF.
               IF SC-RUNCTL-STATUS NOT = "35"
                   CLOSE RUNCTL-FILE
               END-IF.
               IF SC-CTL-SNAPPED = 0
                   MOVE ZEROS TO CTLSNAP-RECORD
                   MOVE SC-BACKOUT-DATE TO CTLSNAP-DATE
                   WRITE CTLSNAP-RECORD
               END-IF.
               CLOSE CTLSNAP-FILE.
           5700-EXIT.
               EXIT.

           *> ---- 5750-COPY-ONE-RUNCTL ---- <*
           5750-COPY-ONE-RUNCTL.
               READ RUNCTL-FILE
                   AT END
                       SET SC-RUNCTL-EOF TO TRUE
                   NOT AT END
                       IF RUNCTL-DATE = SC-BACKOUT-DATE
                           WRITE CTLSNAP-RECORD FROM RUNCTL-RECORD
                           ADD 1 TO SC-CTL-SNAPPED
                       END-IF
               END-READ.
           5750-EXIT.
               EXIT.

           *> ---- 6000-WRITE-TOTALS ---- <*
           6000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE BACK-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "XYZHOLD  REMOVED: " SC-HOLD-REMOVED
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE BACK-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ACCTMAST REVERSALS QUEUED: " SC-ACCT-QUEUED
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE BACK-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-CYCLE-RESET
                   STRING "PROCDATE CYCLES RESET: " SC-PROC-LAST-CYCLE
                       " CYCLE(S) OF " SC-BACKOUT-DATE
                       " TO BE RERUN FROM CYCLE 01"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   MOVE "PROCDATE UNCHANGED" TO SC-RPT-LINE
               END-IF.
               WRITE BACK-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-SNAP-KEPT
                   STRING "SNAPSHOT OF " SC-BACKOUT-DATE
                       " FROM THE EARLIER BACKOUT KEPT FOR RERUNCMP"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   STRING "SNAPSHOT FOR RERUNCMP - XYZOUT: "
                       SC-XYZ-REMOVED "  EXCPDATA: " SC-EXCP-REMOVED
                       "  RUNCTL: " SC-CTL-SNAPPED
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
               WRITE BACK-RPT-RECORD FROM SC-RPT-LINE.
           6000-EXIT.
               EXIT.

                   CLOSE LANGUSE-FILE
               END-IF.
               CLOSE LUSEKEEP-FILE.
               IF NOT SC-SNAP-KEPT
                   CLOSE XYZSNAP-FILE
                   CLOSE EXCPSNAP-FILE
               END-IF.
               IF SC-REGISTRY-STATUS NOT = "35"
                   CLOSE REGISTRY-FILE
               END-IF.
               CLOSE XYZREVS-FILE.
               IF SC-HOLD-STATUS NOT = "35"
                   CLOSE HOLD-FILE
               END-IF.
               CLOSE BACK-RPT-FILE.
           8000-EXIT.
               EXIT.
