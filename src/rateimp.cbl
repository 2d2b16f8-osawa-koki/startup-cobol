           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. RATEIMP.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT VENDOR-FILE ASSIGN TO "VENDRATE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-VENDOR-STATUS.
               SELECT RATE-FILE ASSIGN TO "RATEMAST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RATE-FILE-STATUS.
               SELECT MNT-TRANS-FILE ASSIGN TO "RATETRNS"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT IMP-RPT-FILE ASSIGN TO "RATEIRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           *> レート提供元の日次ファイル（提供元の様式のまま）：
           *>   01＝ヘッダ（提供元名・相場日・通番）
           *>   02＝明細（通貨・仲値・相場時刻・気配区分）
           *>   99＝トレーラ（明細件数）
           *> 仲値は小数７桁。気配区分が空白以外（I＝参考値など）の
           *> 相場は確定値でないので取り込まない
           FD VENDOR-FILE.
           01 VENDOR-RECORD.
              03 VND-REC-TYPE PIC X(02).
                 88 VND-TYPE-HEADER VALUE "01".
                 88 VND-TYPE-DETAIL VALUE "02".
                 88 VND-TYPE-TRAILER VALUE "99".
              03 VND-DATA PIC X(36).
              03 VND-HEADER-DATA REDEFINES VND-DATA.
                 05 VND-HDR-PROVIDER PIC X(10).
                 05 VND-HDR-RATE-DATE PIC X(08).
                 05 VND-HDR-SEQUENCE PIC X(04).
                 05 FILLER PIC X(14).
              03 VND-DETAIL-DATA REDEFINES VND-DATA.
                 05 VND-DTL-CCY PIC X(03).
                 05 VND-DTL-MID-RATE PIC X(12).
                 05 VND-DTL-MID-RATE-NUM REDEFINES VND-DTL-MID-RATE
                    PIC 9(05)V9(07).
                 05 VND-DTL-QUOTE-TIME PIC X(06).
                 05 VND-DTL-QUOTE-STATUS PIC X(01).
                    88 VND-DTL-FIRM VALUE " ".
                 05 FILLER PIC X(14).
              03 VND-TRAILER-DATA REDEFINES VND-DATA.
                 05 VND-TRL-COUNT PIC X(07).
                 05 FILLER PIC X(29).

           FD RATE-FILE.
           COPY RATEMREC.

           *> RATEMNTのメンテナンス取引と同じ形式
           FD MNT-TRANS-FILE.
           01 MNT-RECORD.
              03 MNT-ACTION PIC X(01).
              03 MNT-CCY PIC X(03).
              03 MNT-RATE PIC 9(3)V9(6).
              03 MNT-EFF-DATE PIC 9(08).

           FD IMP-RPT-FILE.
           01 IMP-RPT-RECORD PIC X(100).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.
           01 SC-VENDOR-STATUS PIC X(02).
           01 SC-RATE-FILE-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-VENDOR-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-VENDOR-EOF VALUE "Y".
              03 SC-RATE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RATE-EOF VALUE "Y".
              03 SC-HEADER-SEEN-SWITCH PIC X(01) VALUE "N".
                 88 SC-HEADER-SEEN VALUE "Y".
              03 SC-TRAILER-SEEN-SWITCH PIC X(01) VALUE "N".
                 88 SC-TRAILER-SEEN VALUE "Y".
              03 SC-FEED-REJECTED-SWITCH PIC X(01) VALUE "N".
                 88 SC-FEED-REJECTED VALUE "Y".
              03 SC-QUOTE-OK-SWITCH PIC X(01) VALUE "Y".
                 88 SC-QUOTE-OK VALUE "Y".
                 88 SC-QUOTE-REJECTED VALUE "N".

           *> PARMは実行日と許容変動率（小数２桁の百分率、0500＝
           *> 5.00％）。変動率省略時は5.00％
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-MAXMOVE PIC X(04).
           01 SC-PARM-MAXMOVE-NUM REDEFINES SC-PARM-MAXMOVE
              PIC 9(2)V99.
           01 SC-RUN-DATE PIC 9(08).
           01 SC-MAX-MOVE PIC 9(2)V99 VALUE 5.00.
           01 SC-EDIT-MAX-MOVE PIC Z9.99.

           *> 現行レートマスタの表（CONVERTの読込み上限と同じ件数）
           01 SC-MAX-RATES PIC 9(3) VALUE 100.
           01 SC-RATE-COUNT PIC 9(3) VALUE 0.
           01 SC-RATE-TABLE.
              03 SC-RATE-ENTRY OCCURS 100 TIMES.
                 05 SC-TBL-CCY PIC X(03).
                 05 SC-TBL-RATE PIC 9(3)V9(6).
                 05 SC-TBL-EFF-DATE PIC 9(08).
           01 SC-RATE-COUNTER PIC 9(3) VALUE 0.
           01 SC-PRIOR-INDEX PIC 9(3) VALUE 0.
           01 SC-SAME-DAY-INDEX PIC 9(3) VALUE 0.

           *> 明細はトレーラ件数を確かめてから書き出すので一旦表に
           *> ためる（件数不一致のファイルは１件も流さない）
           01 SC-MAX-QUOTES PIC 9(3) VALUE 100.
           01 SC-QUOTE-COUNT PIC 9(3) VALUE 0.
           01 SC-QUOTE-TABLE.
              03 SC-QUOTE-ENTRY OCCURS 100 TIMES.
                 05 SC-QTE-ACTION PIC X(01).
                 05 SC-QTE-CCY PIC X(03).
                 05 SC-QTE-RATE PIC 9(3)V9(6).
           01 SC-QUOTE-COUNTER PIC 9(3) VALUE 0.
           01 SC-DUP-INDEX PIC 9(3) VALUE 0.

           *> フィードに出た通貨コード（受付・却下を問わない）。
           *> 同じ通貨の２件目以降は最初の相場の成否によらず却下する
           01 SC-MAX-SEEN PIC 9(3) VALUE 500.
           01 SC-SEEN-COUNT PIC 9(3) VALUE 0.
           01 SC-SEEN-TABLE.
              03 SC-SEEN-CCY PIC X(03) OCCURS 500 TIMES.
           01 SC-SEEN-COUNTER PIC 9(3) VALUE 0.

           01 SC-HDR-PROVIDER PIC X(10) VALUE SPACES.
           01 SC-HDR-RATE-DATE PIC 9(08) VALUE 0.
           01 SC-TRL-COUNT PIC 9(07) VALUE 0.
           01 SC-FEED-REASON PIC X(50) VALUE SPACES.

           01 SC-VENDOR-RATE PIC 9(05)V9(07).
           01 SC-NEW-RATE PIC 9(3)V9(6).
           01 SC-PRIOR-RATE PIC 9(3)V9(6).
           01 SC-MOVE-PCT PIC 9(5)V99.
           01 SC-QUOTE-MESSAGE PIC X(36).
           01 SC-QUOTE-ACTION PIC X(01).

           01 SC-RECORDS-READ PIC 9(7) VALUE 0.
           01 SC-DETAIL-COUNT PIC 9(7) VALUE 0.
           01 SC-ACCEPTED-COUNT PIC 9(5) VALUE 0.
           01 SC-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 SC-WRITTEN-COUNT PIC 9(5) VALUE 0.

           01 SC-EDIT-VENDOR PIC ZZZZ9.9999999.
           01 SC-EDIT-PRIOR PIC ZZ9.999999.
           01 SC-EDIT-MOVE PIC ZZZZ9.99.

           01 SC-RPT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-LOAD-RATES THRU 2000-EXIT
                   UNTIL SC-RATE-EOF.
               PERFORM 3000-READ-ONE-VENDOR THRU 3000-EXIT
                   UNTIL SC-VENDOR-EOF.
               PERFORM 4000-CHECK-FEED-CONTROLS THRU 4000-EXIT.
               PERFORM 5000-WRITE-TRANSACTIONS THRU 5000-EXIT.
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-FEED-REJECTED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-MAXMOVE.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-MAXMOVE
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-MAXMOVE IS NUMERIC
                   MOVE SC-PARM-MAXMOVE-NUM TO SC-MAX-MOVE
               END-IF.
               MOVE SC-MAX-MOVE TO SC-EDIT-MAX-MOVE.

               OPEN INPUT RATE-FILE.
               IF SC-RATE-FILE-STATUS = "35"
                   SET SC-RATE-EOF TO TRUE
               END-IF.
               OPEN INPUT VENDOR-FILE.
               IF SC-VENDOR-STATUS = "35"
                   SET SC-VENDOR-EOF TO TRUE
               END-IF.
               OPEN OUTPUT MNT-TRANS-FILE.
               OPEN OUTPUT IMP-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "VENDOR RATE FEED ACCEPTANCE REPORT " SC-RUN-DATE
                   "  MAX MOVE " SC-EDIT-MAX-MOVE "%"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE IMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CCY  VENDOR MID       PRIOR RATE   MOVE %  "
                   "RESULT"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE IMP-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-VENDOR-EOF
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "NO VENDOR RATE FILE" TO SC-FEED-REASON
               END-IF.
           1000-EXIT.
               EXIT.

           *> ---- 2000-LOAD-RATES ---- <*
           *> 変動率の比較元にする現行マスタを表に読み込む
           2000-LOAD-RATES.
               READ RATE-FILE
                   AT END
                       SET SC-RATE-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF RATE-REC-RATE IS NOT NUMERIC
                       OR RATE-REC-EFF-DATE IS NOT NUMERIC
                   GO TO 2000-EXIT
               END-IF.
               IF SC-RATE-COUNT < SC-MAX-RATES
                   ADD 1 TO SC-RATE-COUNT
                   MOVE RATE-REC-CCY TO SC-TBL-CCY(SC-RATE-COUNT)
                   MOVE RATE-REC-RATE TO SC-TBL-RATE(SC-RATE-COUNT)
                   MOVE RATE-REC-EFF-DATE
                       TO SC-TBL-EFF-DATE(SC-RATE-COUNT)
               END-IF.
           2000-EXIT.
               EXIT.

           *> ---- 3000-READ-ONE-VENDOR ---- <*
           3000-READ-ONE-VENDOR.
               READ VENDOR-FILE
                   AT END
                       SET SC-VENDOR-EOF TO TRUE
                       GO TO 3000-EXIT
               END-READ.
               ADD 1 TO SC-RECORDS-READ.
               IF SC-TRAILER-SEEN
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "RECORDS FOUND AFTER TRAILER"
                       TO SC-FEED-REASON
                   GO TO 3000-EXIT
               END-IF.
               EVALUATE TRUE
                   WHEN VND-TYPE-HEADER
                       PERFORM 3100-TAKE-HEADER THRU 3100-EXIT
                   WHEN VND-TYPE-DETAIL
                       PERFORM 3200-TAKE-QUOTE THRU 3200-EXIT
                   WHEN VND-TYPE-TRAILER
                       SET SC-TRAILER-SEEN TO TRUE
                       IF VND-TRL-COUNT IS NUMERIC
                           MOVE VND-TRL-COUNT TO SC-TRL-COUNT
                       ELSE
                           SET SC-FEED-REJECTED TO TRUE
                           MOVE "TRAILER COUNT NOT NUMERIC"
                               TO SC-FEED-REASON
                       END-IF
                   WHEN OTHER
                       SET SC-FEED-REJECTED TO TRUE
                       MOVE "UNKNOWN RECORD TYPE IN FEED"
                           TO SC-FEED-REASON
               END-EVALUATE.
           3000-EXIT.
               EXIT.

           *> ---- 3100-TAKE-HEADER ---- <*
           *> 相場日が実行日と違うファイル（前日分の再送など）は
           *> まるごと受け付けない
           3100-TAKE-HEADER.
               IF SC-HEADER-SEEN OR SC-RECORDS-READ NOT = 1
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "HEADER NOT FIRST OR REPEATED"
                       TO SC-FEED-REASON
                   GO TO 3100-EXIT
               END-IF.
               SET SC-HEADER-SEEN TO TRUE.
               MOVE VND-HDR-PROVIDER TO SC-HDR-PROVIDER.
               IF VND-HDR-RATE-DATE IS NOT NUMERIC
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "HEADER RATE DATE NOT NUMERIC"
                       TO SC-FEED-REASON
                   GO TO 3100-EXIT
               END-IF.
               MOVE VND-HDR-RATE-DATE TO SC-HDR-RATE-DATE.
               IF SC-HDR-RATE-DATE NOT = SC-RUN-DATE
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "HEADER RATE DATE IS NOT THE RUN DATE"
                       TO SC-FEED-REASON
               END-IF.
           3100-EXIT.
               EXIT.

           *> ---- 3200-TAKE-QUOTE ---- <*
           *> 相場１件を検査し、受け付けたものは取引表へ積む
           3200-TAKE-QUOTE.
               ADD 1 TO SC-DETAIL-COUNT.
               IF NOT SC-HEADER-SEEN
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "DETAIL BEFORE HEADER" TO SC-FEED-REASON
                   GO TO 3200-EXIT
               END-IF.
               SET SC-QUOTE-OK TO TRUE.
               MOVE SPACES TO SC-QUOTE-MESSAGE.
               MOVE SPACES TO SC-QUOTE-ACTION.
               MOVE 0 TO SC-VENDOR-RATE.
               MOVE 0 TO SC-PRIOR-RATE.
               MOVE 0 TO SC-MOVE-PCT.
               PERFORM 3300-VALIDATE-QUOTE THRU 3300-EXIT.
               IF SC-QUOTE-OK
                   PERFORM 3400-CHECK-MOVE THRU 3400-EXIT
               END-IF.
               IF SC-QUOTE-OK
                   IF SC-QUOTE-COUNT < SC-MAX-QUOTES
                       ADD 1 TO SC-QUOTE-COUNT
                       MOVE SC-QUOTE-ACTION
                           TO SC-QTE-ACTION(SC-QUOTE-COUNT)
                       MOVE VND-DTL-CCY TO SC-QTE-CCY(SC-QUOTE-COUNT)
                       MOVE SC-NEW-RATE TO SC-QTE-RATE(SC-QUOTE-COUNT)
                   ELSE
                       SET SC-QUOTE-REJECTED TO TRUE
                       MOVE "QUOTE TABLE FULL" TO SC-QUOTE-MESSAGE
                   END-IF
               END-IF.
               IF SC-QUOTE-OK
                   ADD 1 TO SC-ACCEPTED-COUNT
               ELSE
                   ADD 1 TO SC-REJECTED-COUNT
               END-IF.

               MOVE SC-VENDOR-RATE TO SC-EDIT-VENDOR.
               MOVE SC-PRIOR-RATE TO SC-EDIT-PRIOR.
               MOVE SC-MOVE-PCT TO SC-EDIT-MOVE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING VND-DTL-CCY "  " SC-EDIT-VENDOR
                   "  " SC-EDIT-PRIOR
                   " " SC-EDIT-MOVE "  " SC-QUOTE-MESSAGE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE IMP-RPT-RECORD FROM SC-RPT-LINE.
           3200-EXIT.
               EXIT.

           *> ---- 3300-VALIDATE-QUOTE ---- <*
           3300-VALIDATE-QUOTE.
               IF VND-DTL-CCY = SPACES
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: NO CURRENCY CODE"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3300-EXIT
               END-IF.
               MOVE 0 TO SC-DUP-INDEX.
               MOVE 1 TO SC-SEEN-COUNTER.
               PERFORM 3310-FIND-DUP-QUOTE THRU 3310-EXIT
                   UNTIL SC-SEEN-COUNTER > SC-SEEN-COUNT
                       OR SC-DUP-INDEX > 0.
               IF SC-DUP-INDEX > 0
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: DUPLICATE CURRENCY IN FEED"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3300-EXIT
               END-IF.
               IF SC-SEEN-COUNT NOT < SC-MAX-SEEN
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: TOO MANY CURRENCIES IN FEED"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3300-EXIT
               END-IF.
               ADD 1 TO SC-SEEN-COUNT.
               MOVE VND-DTL-CCY TO SC-SEEN-CCY(SC-SEEN-COUNT).
               IF VND-DTL-MID-RATE IS NOT NUMERIC
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: RATE NOT NUMERIC"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3300-EXIT
               END-IF.
               MOVE VND-DTL-MID-RATE-NUM TO SC-VENDOR-RATE.
               IF NOT VND-DTL-FIRM
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: QUOTE NOT FIRM"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3300-EXIT
               END-IF.
               IF SC-VENDOR-RATE NOT < 1000
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: RATE TOO LARGE FOR MASTER"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3300-EXIT
               END-IF.
               COMPUTE SC-NEW-RATE ROUNDED = SC-VENDOR-RATE.
               IF SC-NEW-RATE = 0
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: ZERO RATE" TO SC-QUOTE-MESSAGE
                   GO TO 3300-EXIT
               END-IF.
           3300-EXIT.
               EXIT.

           *> ---- 3310-FIND-DUP-QUOTE ---- <*
           3310-FIND-DUP-QUOTE.
               IF SC-SEEN-CCY(SC-SEEN-COUNTER) = VND-DTL-CCY
                   MOVE SC-SEEN-COUNTER TO SC-DUP-INDEX
               END-IF.
               ADD 1 TO SC-SEEN-COUNTER.
           3310-EXIT.
               EXIT.

           *> ---- 3400-CHECK-MOVE ---- <*
           *> 相場日より前で最新の発効レートと比べる。比較元のない
           *> 新通貨は自動では登録しない（手入力の取引で追加する）。
           *> 相場日の行が既にあれば変更（C）、なければ追加（A）
           3400-CHECK-MOVE.
               MOVE 0 TO SC-PRIOR-INDEX.
               MOVE 0 TO SC-SAME-DAY-INDEX.
               MOVE 1 TO SC-RATE-COUNTER.
               PERFORM 3410-CHECK-ONE-RATE THRU 3410-EXIT
                   UNTIL SC-RATE-COUNTER > SC-RATE-COUNT.
               IF SC-PRIOR-INDEX = 0
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: NO PRIOR RATE IN RATEMAST"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3400-EXIT
               END-IF.
               MOVE SC-TBL-RATE(SC-PRIOR-INDEX) TO SC-PRIOR-RATE.
               IF SC-NEW-RATE > SC-PRIOR-RATE
                   COMPUTE SC-MOVE-PCT ROUNDED =
                       (SC-NEW-RATE - SC-PRIOR-RATE) * 100
                           / SC-PRIOR-RATE
                       ON SIZE ERROR
                           MOVE 99999.99 TO SC-MOVE-PCT
                   END-COMPUTE
               ELSE
                   COMPUTE SC-MOVE-PCT ROUNDED =
                       (SC-PRIOR-RATE - SC-NEW-RATE) * 100
                           / SC-PRIOR-RATE
                       ON SIZE ERROR
                           MOVE 99999.99 TO SC-MOVE-PCT
                   END-COMPUTE
               END-IF.
               IF SC-MOVE-PCT > SC-MAX-MOVE
                   SET SC-QUOTE-REJECTED TO TRUE
                   MOVE "REJECTED: MOVE EXCEEDS TOLERANCE"
                       TO SC-QUOTE-MESSAGE
                   GO TO 3400-EXIT
               END-IF.
               IF SC-SAME-DAY-INDEX > 0
                   MOVE "C" TO SC-QUOTE-ACTION
                   MOVE "ACCEPTED: CHANGE" TO SC-QUOTE-MESSAGE
               ELSE
                   MOVE "A" TO SC-QUOTE-ACTION
                   MOVE "ACCEPTED: ADD" TO SC-QUOTE-MESSAGE
               END-IF.
           3400-EXIT.
               EXIT.

           *> ---- 3410-CHECK-ONE-RATE ---- <*
           3410-CHECK-ONE-RATE.
               IF SC-TBL-CCY(SC-RATE-COUNTER) = VND-DTL-CCY
                   IF SC-TBL-EFF-DATE(SC-RATE-COUNTER)
                           = SC-HDR-RATE-DATE
                       MOVE SC-RATE-COUNTER TO SC-SAME-DAY-INDEX
                   END-IF
                   IF SC-TBL-EFF-DATE(SC-RATE-COUNTER)
                           < SC-HDR-RATE-DATE
                       IF SC-PRIOR-INDEX = 0
                           MOVE SC-RATE-COUNTER TO SC-PRIOR-INDEX
                       ELSE
                           IF SC-TBL-EFF-DATE(SC-RATE-COUNTER)
                                   > SC-TBL-EFF-DATE(SC-PRIOR-INDEX)
                               MOVE SC-RATE-COUNTER TO SC-PRIOR-INDEX
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               ADD 1 TO SC-RATE-COUNTER.
           3410-EXIT.
               EXIT.

           *> ---- 4000-CHECK-FEED-CONTROLS ---- <*
           *> ヘッダ・トレーラの有無とトレーラ件数を確かめる
           4000-CHECK-FEED-CONTROLS.
               IF SC-FEED-REJECTED
                   GO TO 4000-EXIT
               END-IF.
               IF NOT SC-HEADER-SEEN
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "NO HEADER RECORD" TO SC-FEED-REASON
                   GO TO 4000-EXIT
               END-IF.
               IF NOT SC-TRAILER-SEEN
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "NO TRAILER RECORD - FILE INCOMPLETE"
                       TO SC-FEED-REASON
                   GO TO 4000-EXIT
               END-IF.
               IF SC-TRL-COUNT NOT = SC-DETAIL-COUNT
                   SET SC-FEED-REJECTED TO TRUE
                   MOVE "TRAILER COUNT DOES NOT MATCH DETAILS"
                       TO SC-FEED-REASON
               END-IF.
           4000-EXIT.
               EXIT.

           *> ---- 5000-WRITE-TRANSACTIONS ---- <*
           *> 制御情報の合ったファイルだけRATEMNT用の取引を書く
           5000-WRITE-TRANSACTIONS.
               IF SC-FEED-REJECTED
                   GO TO 5000-EXIT
               END-IF.
               MOVE 1 TO SC-QUOTE-COUNTER.
               PERFORM 5100-WRITE-ONE-TRANS THRU 5100-EXIT
                   UNTIL SC-QUOTE-COUNTER > SC-QUOTE-COUNT.
           5000-EXIT.
               EXIT.

           *> ---- 5100-WRITE-ONE-TRANS ---- <*
           5100-WRITE-ONE-TRANS.
               MOVE SC-QTE-ACTION(SC-QUOTE-COUNTER) TO MNT-ACTION.
               MOVE SC-QTE-CCY(SC-QUOTE-COUNTER) TO MNT-CCY.
               MOVE SC-QTE-RATE(SC-QUOTE-COUNTER) TO MNT-RATE.
               MOVE SC-HDR-RATE-DATE TO MNT-EFF-DATE.
               WRITE MNT-RECORD.
               ADD 1 TO SC-WRITTEN-COUNT.
               ADD 1 TO SC-QUOTE-COUNTER.
           5100-EXIT.
               EXIT.

           *> ---- 6000-WRITE-TOTALS ---- <*
           6000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "PROVIDER: " SC-HDR-PROVIDER
                   "  RATE DATE: " SC-HDR-RATE-DATE
                   "  TRAILER COUNT: " SC-TRL-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE IMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "QUOTES READ: " SC-DETAIL-COUNT
                   "  ACCEPTED: " SC-ACCEPTED-COUNT
                   "  REJECTED: " SC-REJECTED-COUNT
                   "  RATETRNS WRITTEN: " SC-WRITTEN-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE IMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-FEED-REJECTED
                   STRING "FEED REJECTED: " SC-FEED-REASON
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   MOVE "FEED ACCEPTED" TO SC-RPT-LINE
               END-IF.
               WRITE IMP-RPT-RECORD FROM SC-RPT-LINE.
           6000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-RATE-FILE-STATUS NOT = "35"
                   CLOSE RATE-FILE
               END-IF.
               IF SC-VENDOR-STATUS NOT = "35"
                   CLOSE VENDOR-FILE
               END-IF.
               CLOSE MNT-TRANS-FILE.
               CLOSE IMP-RPT-FILE.
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
               MOVE "RATEIMP" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-FEED-REJECTED
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-REJECTED-COUNT > 0
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-DETAIL-COUNT TO RLOG-COUNT-1.
               MOVE SC-WRITTEN-COUNT TO RLOG-COUNT-2.
               MOVE SC-REJECTED-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM RATEIMP.
