           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. HISTSCAN.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT XYZOUT-FILE ASSIGN TO "XYZOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZOUT-STATUS.
               SELECT EXCP-FILE ASSIGN TO "EXCPDATA"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-EXCP-STATUS.
               SELECT SUSPENSE-FILE ASSIGN TO "SUSPOUT"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-SUSPENSE-STATUS.
               SELECT LANGUSE-FILE ASSIGN TO "LANGUSE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-LANGUSE-STATUS.
               SELECT MSUM-FILE ASSIGN TO "MSUMDATA"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-MSUM-STATUS.
               SELECT RATE-FILE ASSIGN TO "RATEMAST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RATE-STATUS.
               SELECT PROCDATE-FILE ASSIGN TO "PROCDATE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-PROCDATE-STATUS.
               SELECT SCAN-RPT-FILE ASSIGN TO "SCANRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           *> 各履歴ファイルはレイアウトどおりの項目と、問題の値を
           *> そのまま印字するための文字列の両方で見る
           FD XYZOUT-FILE.
           COPY XYZOREC.
           01 XYZOUT-IMAGE PIC X(76).

           FD EXCP-FILE.
           COPY EXCPREC.
           01 EXCP-IMAGE PIC X(55).

           FD SUSPENSE-FILE.
           COPY SUSPREC.
           01 SUSP-IMAGE PIC X(79).

           FD LANGUSE-FILE.
           01 LANGUSE-RECORD.
              03 LUSE-DATE PIC 9(08).
              03 LUSE-CODE PIC X(08).
              03 LUSE-COUNT PIC 9(06).
           01 LANGUSE-IMAGE PIC X(22).

           FD MSUM-FILE.
           COPY MSUMREC.
           01 MSUM-IMAGE PIC X(23).

           FD RATE-FILE.
           COPY RATEMREC.

           FD PROCDATE-FILE.
           01 PROCDATE-RECORD.
              03 PROC-THRU-DATE PIC 9(08).
              03 PROC-CYCLE-DATE PIC 9(08).
              03 PROC-LAST-CYCLE PIC 9(02).

           FD SCAN-RPT-FILE.
           01 SCAN-RPT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-XYZOUT-STATUS PIC X(02).
           01 SC-EXCP-STATUS PIC X(02).
           01 SC-SUSPENSE-STATUS PIC X(02).
           01 SC-LANGUSE-STATUS PIC X(02).
           01 SC-MSUM-STATUS PIC X(02).
           01 SC-RATE-STATUS PIC X(02).
           01 SC-PROCDATE-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-SCAN-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-SCAN-EOF VALUE "Y".
              03 SC-RATE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RATE-EOF VALUE "Y".
              03 SC-PROCDATE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-PROCDATE-EOF VALUE "Y".
              03 SC-RATES-SWITCH PIC X(01) VALUE "N".
                 88 SC-RATES-LOADED VALUE "Y".
              03 SC-PROC-SWITCH PIC X(01) VALUE "N".
                 88 SC-PROC-LOADED VALUE "Y".
              03 SC-RECORD-BAD-SWITCH PIC X(01) VALUE "N".
                 88 SC-RECORD-BAD VALUE "Y".
              03 SC-DATE-OK-SWITCH PIC X(01) VALUE "N".
                 88 SC-DATE-OK VALUE "Y".
              03 SC-SKIPPED-SWITCH PIC X(01) VALUE "N".
                 88 SC-CHECKS-SKIPPED VALUE "Y".

           *> 実行日（省略時は当日。報告と実行記録のためだけに使う）
           01 SC-PARM-DATE PIC X(08).
           01 SC-RUN-DATE PIC 9(08).

           *> 日付の上限＝PROCDATEの最終レコードの処理済み日と
           *> サイクル処理中の日の遅いほう
           01 SC-PROC-LIMIT PIC 9(08) VALUE 0.
           01 SC-PROC-LIMIT-MONTH PIC 9(06) VALUE 0.

           *> RATEMASTにある通貨コード（重複は一つにまとめる）
           01 SC-RATE-MAX PIC 9(3) VALUE 200.
           01 SC-RATE-COUNT PIC 9(3) VALUE 0.
           01 SC-RATE-COUNTER PIC 9(3) VALUE 0.
           01 SC-RATE-INDEX PIC 9(3) VALUE 0.
           01 SC-FIND-CCY PIC X(03).
           01 SC-RATE-TABLE.
              03 SC-RATE-CCY PIC X(03) OCCURS 200 TIMES.

           *> ファイル別の検査件数
           01 SC-FILE-INDEX PIC 9(1) VALUE 0.
           01 SC-FILE-MAX PIC 9(1) VALUE 5.
           01 SC-FILE-NAME-LIST.
              03 FILLER PIC X(08) VALUE "XYZOUT".
              03 FILLER PIC X(08) VALUE "EXCPDATA".
              03 FILLER PIC X(08) VALUE "SUSPOUT".
              03 FILLER PIC X(08) VALUE "LANGUSE".
              03 FILLER PIC X(08) VALUE "MSUMDATA".
           01 SC-FILE-NAME-TABLE REDEFINES SC-FILE-NAME-LIST.
              03 SC-FILE-NAME PIC X(08) OCCURS 5 TIMES.
           01 SC-FILE-TABLE.
              03 SC-FILE-ENTRY OCCURS 5 TIMES.
                 05 SC-FT-READ PIC 9(07).
                 05 SC-FT-BAD PIC 9(07).
                 05 SC-FT-PROBLEMS PIC 9(07).
                 05 SC-FT-NOTE PIC X(24).
           01 SC-REC-NUMBER PIC 9(09) VALUE 0.
           01 SC-TOTAL-READ PIC 9(07) VALUE 0.
           01 SC-TOTAL-BAD PIC 9(07) VALUE 0.
           01 SC-TOTAL-PROBLEMS PIC 9(07) VALUE 0.

           *> 日付検査の受け渡し。直前に調べた日付の結果を覚えて
           *> おき、同じ日付が続く間はBDAYCALCを呼ばない
           01 SC-CHK-FIELD PIC X(12).
           01 SC-CHK-DATE-X PIC X(08).
           01 SC-CHK-DATE PIC 9(08) VALUE 0.
           01 SC-CHK-VD-X PIC X(08).
           01 SC-CHK-VD PIC 9(08) VALUE 0.
           01 SC-CHK-CCY PIC X(03).
           01 SC-CHK-TYPE PIC X(01).
              88 SC-KNOWN-TYPE VALUE "H" "N" "X" "L" "T".
           01 SC-LAST-RUN-DATE PIC 9(08) VALUE 0.
           01 SC-LAST-RUN-STATUS PIC X(01) VALUE SPACE.
           01 SC-LAST-VD PIC 9(08) VALUE 0.
           01 SC-LAST-VD-CCY PIC X(03) VALUE SPACES.
           01 SC-LAST-VD-STATUS PIC X(01) VALUE SPACE.
           01 SC-MSUM-MONTH PIC 9(06) VALUE 0.

           COPY BDCREC.

           *> 問題の明細行
           01 SC-PROBLEM-LINE.
              03 SC-PL-FILE PIC X(08).
              03 FILLER PIC X(01).
              03 SC-PL-RECORD PIC Z(8)9.
              03 FILLER PIC X(02).
              03 SC-PL-FIELD PIC X(12).
              03 FILLER PIC X(01).
              03 SC-PL-PROBLEM PIC X(30).
              03 FILLER PIC X(01).
              03 SC-PL-VALUE PIC X(30).

           *> ファイル別の集計行
           01 SC-SUMMARY-LINE.
              03 SC-SL-FILE PIC X(08).
              03 FILLER PIC X(02).
              03 SC-SL-READ PIC Z(6)9.
              03 FILLER PIC X(03).
              03 SC-SL-BAD PIC Z(6)9.
              03 FILLER PIC X(03).
              03 SC-SL-PROBLEMS PIC Z(6)9.
              03 FILLER PIC X(03).
              03 SC-SL-NOTE PIC X(24).

           01 SC-RPT-LINE PIC X(132).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 1500-LOAD-RATES THRU 1500-EXIT.
               PERFORM 1700-LOAD-PROCDATE THRU 1700-EXIT.
               PERFORM 2000-SCAN-XYZOUT THRU 2000-EXIT.
               PERFORM 3000-SCAN-EXCPDATA THRU 3000-EXIT.
               PERFORM 4000-SCAN-SUSPOUT THRU 4000-EXIT.
               PERFORM 5000-SCAN-LANGUSE THRU 5000-EXIT.
               PERFORM 6000-SCAN-MSUMDATA THRU 6000-EXIT.
               PERFORM 6900-WRITE-SUMMARY THRU 6900-EXIT.
               CLOSE SCAN-RPT-FILE.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-TOTAL-BAD > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-CHECKS-SKIPPED
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               MOVE SPACES TO SC-PARM-DATE.
               ACCEPT SC-PARM-DATE FROM COMMAND-LINE.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.
               MOVE ZEROS TO SC-FILE-TABLE.
               MOVE SPACES TO SC-PROBLEM-LINE.
               PERFORM 1100-CLEAR-NOTE THRU 1100-EXIT
                   VARYING SC-FILE-INDEX FROM 1 BY 1
                   UNTIL SC-FILE-INDEX > SC-FILE-MAX.
               OPEN OUTPUT SCAN-RPT-FILE.
           1000-EXIT.
               EXIT.

           *> ---- 1100-CLEAR-NOTE ---- <*
           1100-CLEAR-NOTE.
               MOVE SPACES TO SC-FT-NOTE(SC-FILE-INDEX).
           1100-EXIT.
               EXIT.

           *> ---- 1500-LOAD-RATES ---- <*
           *> 通貨コードの検査に使う。RATEMASTがなければ通貨の
           *> 検査を省き、その旨を報告してRC＝4とする
           1500-LOAD-RATES.
               OPEN INPUT RATE-FILE.
               IF SC-RATE-STATUS = "35"
                   SET SC-CHECKS-SKIPPED TO TRUE
                   GO TO 1500-EXIT
               END-IF.
               PERFORM 1600-READ-ONE-RATE THRU 1600-EXIT
                   UNTIL SC-RATE-EOF.
               CLOSE RATE-FILE.
               SET SC-RATES-LOADED TO TRUE.
           1500-EXIT.
               EXIT.

           *> ---- 1600-READ-ONE-RATE ---- <*
           1600-READ-ONE-RATE.
               READ RATE-FILE
                   AT END
                       SET SC-RATE-EOF TO TRUE
                       GO TO 1600-EXIT
               END-READ.
               IF RATE-REC-CCY = SPACES
                   GO TO 1600-EXIT
               END-IF.
               MOVE RATE-REC-CCY TO SC-FIND-CCY.
               PERFORM 7200-FIND-RATE-CCY THRU 7200-EXIT.
               IF SC-RATE-INDEX = 0 AND SC-RATE-COUNT < SC-RATE-MAX
                   ADD 1 TO SC-RATE-COUNT
                   MOVE RATE-REC-CCY TO SC-RATE-CCY(SC-RATE-COUNT)
               END-IF.
           1600-EXIT.
               EXIT.

           *> ---- 1700-LOAD-PROCDATE ---- <*
           *> 最終レコードが現在の処理状況（BACKOUTの追記も含む）
           1700-LOAD-PROCDATE.
               OPEN INPUT PROCDATE-FILE.
               IF SC-PROCDATE-STATUS = "35"
                   SET SC-CHECKS-SKIPPED TO TRUE
                   GO TO 1700-EXIT
               END-IF.
               PERFORM 1750-READ-ONE-PROCDATE THRU 1750-EXIT
                   UNTIL SC-PROCDATE-EOF.
               CLOSE PROCDATE-FILE.
               IF SC-PROC-LOADED
                   COMPUTE SC-PROC-LIMIT-MONTH = SC-PROC-LIMIT / 100
               ELSE
                   SET SC-CHECKS-SKIPPED TO TRUE
               END-IF.
           1700-EXIT.
               EXIT.

           *> ---- 1750-READ-ONE-PROCDATE ---- <*
           1750-READ-ONE-PROCDATE.
               READ PROCDATE-FILE
                   AT END
                       SET SC-PROCDATE-EOF TO TRUE
                       GO TO 1750-EXIT
               END-READ.
               IF PROC-THRU-DATE IS NOT NUMERIC
                   GO TO 1750-EXIT
               END-IF.
               SET SC-PROC-LOADED TO TRUE.
               MOVE PROC-THRU-DATE TO SC-PROC-LIMIT.
               IF PROC-CYCLE-DATE IS NUMERIC
                       AND PROC-CYCLE-DATE > SC-PROC-LIMIT
                   MOVE PROC-CYCLE-DATE TO SC-PROC-LIMIT
               END-IF.
           1750-EXIT.
               EXIT.

           *> ---- 1900-WRITE-HEADINGS ---- <*
           1900-WRITE-HEADINGS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "HISTORY FILE INTEGRITY SCAN RUN " SC-RUN-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-PROC-LOADED
                   STRING "DATES CHECKED THROUGH PROCDATE "
                       SC-PROC-LIMIT
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   MOVE "PROCDATE NOT FOUND - DATE LIMIT NOT CHECKED"
                       TO SC-RPT-LINE
               END-IF.
               WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE.
               IF NOT SC-RATES-LOADED
                   MOVE "RATEMAST NOT FOUND - CURRENCIES NOT CHECKED"
                       TO SC-RPT-LINE
                   WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "FILE     RECORD NO  FIELD        PROBLEM"
                   TO SC-RPT-LINE.
               MOVE "VALUE" TO SC-RPT-LINE(65:5).
               WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE.
           1900-EXIT.
               EXIT.

           *> ---- 1950-START-FILE ---- <*
           *> ファイルごとの読み始め。件数と終了スイッチを戻す
           1950-START-FILE.
               IF SC-FILE-INDEX = 1
                   PERFORM 1900-WRITE-HEADINGS THRU 1900-EXIT
               END-IF.
               MOVE 0 TO SC-REC-NUMBER.
               MOVE "N" TO SC-SCAN-EOF-SWITCH.
           1950-EXIT.
               EXIT.

           *> ---- 2000-SCAN-XYZOUT ---- <*
           2000-SCAN-XYZOUT.
               MOVE 1 TO SC-FILE-INDEX.
               PERFORM 1950-START-FILE THRU 1950-EXIT.
               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
                   MOVE "NOT FOUND - NOT SCANNED"
                       TO SC-FT-NOTE(SC-FILE-INDEX)
                   GO TO 2000-EXIT
               END-IF.
               PERFORM 2100-CHECK-XYZOUT THRU 2100-EXIT
                   UNTIL SC-SCAN-EOF.
               CLOSE XYZOUT-FILE.
           2000-EXIT.
               EXIT.

           *> ---- 2100-CHECK-XYZOUT ---- <*
           *> 金額４項目の数値、実行日、値日、通貨コード、計算種別、
           *> サイクル番号を調べる
           2100-CHECK-XYZOUT.
               READ XYZOUT-FILE
                   AT END
                       SET SC-SCAN-EOF TO TRUE
                       GO TO 2100-EXIT
               END-READ.
               PERFORM 7800-COUNT-RECORD THRU 7800-EXIT.
               IF XYZOUT-X IS NOT NUMERIC
                   MOVE "X" TO SC-PL-FIELD
                   MOVE "AMOUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE XYZOUT-IMAGE(1:9) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF XYZOUT-Y IS NOT NUMERIC
                   MOVE "Y" TO SC-PL-FIELD
                   MOVE "AMOUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE XYZOUT-IMAGE(10:9) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF XYZOUT-Z IS NOT NUMERIC
                   MOVE "Z" TO SC-PL-FIELD
                   MOVE "AMOUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE XYZOUT-IMAGE(19:9) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF XYZOUT-Z-REPORTING IS NOT NUMERIC
                   MOVE "Z-REPORTING" TO SC-PL-FIELD
                   MOVE "AMOUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE XYZOUT-IMAGE(31:9) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               MOVE "RUN-DATE" TO SC-CHK-FIELD.
               MOVE XYZOUT-IMAGE(40:8) TO SC-CHK-DATE-X.
               PERFORM 7000-CHECK-RUN-DATE THRU 7000-EXIT.
               MOVE XYZOUT-IMAGE(69:8) TO SC-CHK-VD-X.
               MOVE XYZOUT-CURRENCY-CODE TO SC-CHK-CCY.
               PERFORM 7100-CHECK-VALUE-DATE THRU 7100-EXIT.
               IF SC-RATES-LOADED
                   MOVE XYZOUT-CURRENCY-CODE TO SC-FIND-CCY
                   PERFORM 7200-FIND-RATE-CCY THRU 7200-EXIT
                   IF SC-RATE-INDEX = 0
                       MOVE "CURRENCY" TO SC-PL-FIELD
                       MOVE "CURRENCY NOT IN RATEMAST"
                           TO SC-PL-PROBLEM
                       MOVE XYZOUT-CURRENCY-CODE TO SC-PL-VALUE
                       PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
                   END-IF
               END-IF.
               IF XYZOUT-OPERATION NOT = SPACE
                       AND XYZOUT-OPERATION NOT = "A"
                       AND XYZOUT-OPERATION NOT = "S"
                       AND XYZOUT-OPERATION NOT = "M"
                       AND NOT XYZOUT-OPENING-BALANCE
                   MOVE "OPERATION" TO SC-PL-FIELD
                   MOVE "UNKNOWN OPERATION" TO SC-PL-PROBLEM
                   MOVE XYZOUT-OPERATION TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF XYZOUT-CYCLE NOT = SPACES
                       AND XYZOUT-CYCLE IS NOT NUMERIC
                   MOVE "CYCLE" TO SC-PL-FIELD
                   MOVE "CYCLE NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE XYZOUT-CYCLE TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               PERFORM 7850-END-RECORD THRU 7850-EXIT.
           2100-EXIT.
               EXIT.

           *> ---- 3000-SCAN-EXCPDATA ---- <*
           3000-SCAN-EXCPDATA.
               MOVE 2 TO SC-FILE-INDEX.
               PERFORM 1950-START-FILE THRU 1950-EXIT.
               OPEN INPUT EXCP-FILE.
               IF SC-EXCP-STATUS = "35"
                   MOVE "NOT FOUND - NOT SCANNED"
                       TO SC-FT-NOTE(SC-FILE-INDEX)
                   GO TO 3000-EXIT
               END-IF.
               PERFORM 3100-CHECK-EXCPDATA THRU 3100-EXIT
                   UNTIL SC-SCAN-EOF.
               CLOSE EXCP-FILE.
           3000-EXIT.
               EXIT.

           *> ---- 3100-CHECK-EXCPDATA ---- <*
           3100-CHECK-EXCPDATA.
               READ EXCP-FILE
                   AT END
                       SET SC-SCAN-EOF TO TRUE
                       GO TO 3100-EXIT
               END-READ.
               PERFORM 7800-COUNT-RECORD THRU 7800-EXIT.
               MOVE "RUN-DATE" TO SC-CHK-FIELD.
               MOVE EXCP-IMAGE(1:8) TO SC-CHK-DATE-X.
               PERFORM 7000-CHECK-RUN-DATE THRU 7000-EXIT.
               MOVE EXCP-REC-TYPE TO SC-CHK-TYPE.
               PERFORM 7300-CHECK-REC-TYPE THRU 7300-EXIT.
               IF NOT EXCP-KNOWN-REASON
                   MOVE "REASON-CODE" TO SC-PL-FIELD
                   MOVE "UNKNOWN REASON CODE" TO SC-PL-PROBLEM
                   MOVE EXCP-REASON-CODE TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF EXCP-CYCLE NOT = SPACES
                       AND EXCP-CYCLE IS NOT NUMERIC
                   MOVE "CYCLE" TO SC-PL-FIELD
                   MOVE "CYCLE NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE EXCP-CYCLE TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               PERFORM 7850-END-RECORD THRU 7850-EXIT.
           3100-EXIT.
               EXIT.

           *> ---- 4000-SCAN-SUSPOUT ---- <*
           4000-SCAN-SUSPOUT.
               MOVE 3 TO SC-FILE-INDEX.
               PERFORM 1950-START-FILE THRU 1950-EXIT.
               OPEN INPUT SUSPENSE-FILE.
               IF SC-SUSPENSE-STATUS = "35"
                   MOVE "NOT FOUND - NOT SCANNED"
                       TO SC-FT-NOTE(SC-FILE-INDEX)
                   GO TO 4000-EXIT
               END-IF.
               PERFORM 4100-CHECK-SUSPOUT THRU 4100-EXIT
                   UNTIL SC-SCAN-EOF.
               CLOSE SUSPENSE-FILE.
           4000-EXIT.
               EXIT.

           *> ---- 4100-CHECK-SUSPOUT ---- <*
           *> 保留理由は文言なので、空でないことだけを見る
           4100-CHECK-SUSPOUT.
               READ SUSPENSE-FILE
                   AT END
                       SET SC-SCAN-EOF TO TRUE
                       GO TO 4100-EXIT
               END-READ.
               PERFORM 7800-COUNT-RECORD THRU 7800-EXIT.
               MOVE "SUSP-DATE" TO SC-CHK-FIELD.
               MOVE SUSP-IMAGE(1:8) TO SC-CHK-DATE-X.
               PERFORM 7000-CHECK-RUN-DATE THRU 7000-EXIT.
               MOVE SUSP-REC-TYPE TO SC-CHK-TYPE.
               PERFORM 7300-CHECK-REC-TYPE THRU 7300-EXIT.
               IF SUSP-REASON = SPACES
                   MOVE "REASON" TO SC-PL-FIELD
                   MOVE "SUSPENSE REASON MISSING" TO SC-PL-PROBLEM
                   MOVE SPACES TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               PERFORM 7850-END-RECORD THRU 7850-EXIT.
           4100-EXIT.
               EXIT.

           *> ---- 5000-SCAN-LANGUSE ---- <*
           5000-SCAN-LANGUSE.
               MOVE 4 TO SC-FILE-INDEX.
               PERFORM 1950-START-FILE THRU 1950-EXIT.
               OPEN INPUT LANGUSE-FILE.
               IF SC-LANGUSE-STATUS = "35"
                   MOVE "NOT FOUND - NOT SCANNED"
                       TO SC-FT-NOTE(SC-FILE-INDEX)
                   GO TO 5000-EXIT
               END-IF.
               PERFORM 5100-CHECK-LANGUSE THRU 5100-EXIT
                   UNTIL SC-SCAN-EOF.
               CLOSE LANGUSE-FILE.
           5000-EXIT.
               EXIT.

           *> ---- 5100-CHECK-LANGUSE ---- <*
           5100-CHECK-LANGUSE.
               READ LANGUSE-FILE
                   AT END
                       SET SC-SCAN-EOF TO TRUE
                       GO TO 5100-EXIT
               END-READ.
               PERFORM 7800-COUNT-RECORD THRU 7800-EXIT.
               MOVE "LUSE-DATE" TO SC-CHK-FIELD.
               MOVE LANGUSE-IMAGE(1:8) TO SC-CHK-DATE-X.
               PERFORM 7000-CHECK-RUN-DATE THRU 7000-EXIT.
               IF LUSE-CODE = SPACES
                   MOVE "LANG-CODE" TO SC-PL-FIELD
                   MOVE "LANGUAGE CODE MISSING" TO SC-PL-PROBLEM
                   MOVE SPACES TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF LUSE-COUNT IS NOT NUMERIC
                   MOVE "COUNT" TO SC-PL-FIELD
                   MOVE "COUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE LANGUSE-IMAGE(17:6) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               PERFORM 7850-END-RECORD THRU 7850-EXIT.
           5100-EXIT.
               EXIT.

           *> ---- 6000-SCAN-MSUMDATA ---- <*
           6000-SCAN-MSUMDATA.
               MOVE 5 TO SC-FILE-INDEX.
               PERFORM 1950-START-FILE THRU 1950-EXIT.
               OPEN INPUT MSUM-FILE.
               IF SC-MSUM-STATUS = "35"
                   MOVE "NOT FOUND - NOT SCANNED"
                       TO SC-FT-NOTE(SC-FILE-INDEX)
                   GO TO 6000-EXIT
               END-IF.
               PERFORM 6100-CHECK-MSUMDATA THRU 6100-EXIT
                   UNTIL SC-SCAN-EOF.
               CLOSE MSUM-FILE.
           6000-EXIT.
               EXIT.

           *> ---- 6100-CHECK-MSUMDATA ---- <*
           *> DD＝00は年次ロールアップの月次集約レコード。年月だけ
           *> を調べる（営業日の検査はしない）
           6100-CHECK-MSUMDATA.
               READ MSUM-FILE
                   AT END
                       SET SC-SCAN-EOF TO TRUE
                       GO TO 6100-EXIT
               END-READ.
               PERFORM 7800-COUNT-RECORD THRU 7800-EXIT.
               IF MSUM-IMAGE(7:2) NOT = "00"
                   MOVE "MSUM-DATE" TO SC-CHK-FIELD
                   MOVE MSUM-IMAGE(1:8) TO SC-CHK-DATE-X
                   PERFORM 7000-CHECK-RUN-DATE THRU 7000-EXIT
                   GO TO 6100-COUNTS
               END-IF.
               MOVE "MSUM-MONTH" TO SC-PL-FIELD.
               MOVE MSUM-IMAGE(1:6) TO SC-PL-VALUE.
               IF MSUM-IMAGE(1:6) IS NOT NUMERIC
                   MOVE "MONTH NOT NUMERIC" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
                   GO TO 6100-COUNTS
               END-IF.
               IF MSUM-MM < 01 OR MSUM-MM > 12
                   MOVE "NOT A VALID MONTH" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
                   GO TO 6100-COUNTS
               END-IF.
               COMPUTE SC-MSUM-MONTH = MSUM-YYYY * 100 + MSUM-MM.
               IF SC-PROC-LOADED
                       AND SC-MSUM-MONTH > SC-PROC-LIMIT-MONTH
                   MOVE "LATER THAN PROCDATE" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
           6100-COUNTS.
               IF MSUM-EVEN-COUNT IS NOT NUMERIC
                   MOVE "EVEN-COUNT" TO SC-PL-FIELD
                   MOVE "COUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE MSUM-IMAGE(9:5) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF MSUM-ODD-COUNT IS NOT NUMERIC
                   MOVE "ODD-COUNT" TO SC-PL-FIELD
                   MOVE "COUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE MSUM-IMAGE(14:5) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF MSUM-RUN-COUNT IS NOT NUMERIC
                   MOVE "RUN-COUNT" TO SC-PL-FIELD
                   MOVE "COUNT NOT NUMERIC" TO SC-PL-PROBLEM
                   MOVE MSUM-IMAGE(19:5) TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               PERFORM 7850-END-RECORD THRU 7850-EXIT.
           6100-EXIT.
               EXIT.

           *> ---- 6900-WRITE-SUMMARY ---- <*
           6900-WRITE-SUMMARY.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "FILE      RECORDS       BAD  PROBLEMS"
                   TO SC-RPT-LINE.
               WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 6950-WRITE-FILE-TOTAL THRU 6950-EXIT
                   VARYING SC-FILE-INDEX FROM 1 BY 1
                   UNTIL SC-FILE-INDEX > SC-FILE-MAX.
               MOVE SPACES TO SC-SUMMARY-LINE.
               MOVE "TOTAL" TO SC-SL-FILE.
               MOVE SC-TOTAL-READ TO SC-SL-READ.
               MOVE SC-TOTAL-BAD TO SC-SL-BAD.
               MOVE SC-TOTAL-PROBLEMS TO SC-SL-PROBLEMS.
               WRITE SCAN-RPT-RECORD FROM SC-SUMMARY-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-TOTAL-BAD > 0
                   MOVE "RESULT: BAD RECORDS FOUND - SEE LIST ABOVE"
                       TO SC-RPT-LINE
               ELSE
                   IF SC-CHECKS-SKIPPED
                       MOVE "RESULT: NO BAD RECORDS - CHECKS SKIPPED"
                           TO SC-RPT-LINE
                   ELSE
                       MOVE "RESULT: NO BAD RECORDS" TO SC-RPT-LINE
                   END-IF
               END-IF.
               WRITE SCAN-RPT-RECORD FROM SC-RPT-LINE.
           6900-EXIT.
               EXIT.

           *> ---- 6950-WRITE-FILE-TOTAL ---- <*
           6950-WRITE-FILE-TOTAL.
               MOVE SPACES TO SC-SUMMARY-LINE.
               MOVE SC-FILE-NAME(SC-FILE-INDEX) TO SC-SL-FILE.
               MOVE SC-FT-READ(SC-FILE-INDEX) TO SC-SL-READ.
               MOVE SC-FT-BAD(SC-FILE-INDEX) TO SC-SL-BAD.
               MOVE SC-FT-PROBLEMS(SC-FILE-INDEX) TO SC-SL-PROBLEMS.
               MOVE SC-FT-NOTE(SC-FILE-INDEX) TO SC-SL-NOTE.
               WRITE SCAN-RPT-RECORD FROM SC-SUMMARY-LINE.
           6950-EXIT.
               EXIT.

           *> ---- 7000-CHECK-RUN-DATE ---- <*
           *> 実行日は自国カレンダーの営業日で、PROCDATEの処理済み
           *> 日を超えないこと。正しい日付ならSC-DATE-OKを立てる
           7000-CHECK-RUN-DATE.
               MOVE "N" TO SC-DATE-OK-SWITCH.
               MOVE SC-CHK-FIELD TO SC-PL-FIELD.
               MOVE SC-CHK-DATE-X TO SC-PL-VALUE.
               IF SC-CHK-DATE-X IS NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
                   GO TO 7000-EXIT
               END-IF.
               MOVE SC-CHK-DATE-X TO SC-CHK-DATE.
               IF SC-CHK-DATE NOT = SC-LAST-RUN-DATE
                   MOVE "V" TO BDC-REQUEST
                   MOVE SC-CHK-DATE TO BDC-DATE-1
                   MOVE SPACES TO BDC-CURRENCY
                   CALL "BDAYCALC" USING BDC
                   MOVE SC-CHK-DATE TO SC-LAST-RUN-DATE
                   MOVE BDC-STATUS TO SC-LAST-RUN-STATUS
               END-IF.
               IF SC-LAST-RUN-STATUS = "D"
                   MOVE "NOT A VALID DATE" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
                   GO TO 7000-EXIT
               END-IF.
               SET SC-DATE-OK TO TRUE.
               IF SC-LAST-RUN-STATUS = "B"
                   MOVE "NOT A BUSINESS DAY" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF SC-PROC-LOADED AND SC-CHK-DATE > SC-PROC-LIMIT
                   MOVE "LATER THAN PROCDATE" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
           7000-EXIT.
               EXIT.

           *> ---- 7100-CHECK-VALUE-DATE ---- <*
           *> 値日導入前の行（空白またはゼロ）はそのまま認める。
           *> 値日は通貨の決済カレンダーの営業日で、実行日より前で
           *> ないこと（PROCDATEより先の値日は正常）
           7100-CHECK-VALUE-DATE.
               IF SC-CHK-VD-X = SPACES OR SC-CHK-VD-X = "00000000"
                   GO TO 7100-EXIT
               END-IF.
               MOVE "VALUE-DATE" TO SC-PL-FIELD.
               MOVE SC-CHK-VD-X TO SC-PL-VALUE.
               IF SC-CHK-VD-X IS NOT NUMERIC
                   MOVE "DATE NOT NUMERIC" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
                   GO TO 7100-EXIT
               END-IF.
               MOVE SC-CHK-VD-X TO SC-CHK-VD.
               IF SC-CHK-VD NOT = SC-LAST-VD
                       OR SC-CHK-CCY NOT = SC-LAST-VD-CCY
                   MOVE "V" TO BDC-REQUEST
                   MOVE SC-CHK-VD TO BDC-DATE-1
                   MOVE SC-CHK-CCY TO BDC-CURRENCY
                   CALL "BDAYCALC" USING BDC
                   MOVE SC-CHK-VD TO SC-LAST-VD
                   MOVE SC-CHK-CCY TO SC-LAST-VD-CCY
                   MOVE BDC-STATUS TO SC-LAST-VD-STATUS
               END-IF.
               IF SC-LAST-VD-STATUS = "D"
                   MOVE "NOT A VALID DATE" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
                   GO TO 7100-EXIT
               END-IF.
               IF SC-LAST-VD-STATUS = "B"
                   MOVE "NOT A BUSINESS DAY FOR CCY" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
               IF SC-DATE-OK AND SC-CHK-VD < SC-CHK-DATE
                   MOVE "EARLIER THAN RUN DATE" TO SC-PL-PROBLEM
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
           7100-EXIT.
               EXIT.

           *> ---- 7200-FIND-RATE-CCY ---- <*
           7200-FIND-RATE-CCY.
               MOVE 0 TO SC-RATE-INDEX.
               MOVE 1 TO SC-RATE-COUNTER.
               PERFORM 7250-CHECK-ONE-RATE THRU 7250-EXIT
                   UNTIL SC-RATE-COUNTER > SC-RATE-COUNT
                       OR SC-RATE-INDEX > 0.
           7200-EXIT.
               EXIT.

           *> ---- 7250-CHECK-ONE-RATE ---- <*
           7250-CHECK-ONE-RATE.
               IF SC-RATE-CCY(SC-RATE-COUNTER) = SC-FIND-CCY
                   MOVE SC-RATE-COUNTER TO SC-RATE-INDEX
               END-IF.
               ADD 1 TO SC-RATE-COUNTER.
           7250-EXIT.
               EXIT.

           *> ---- 7300-CHECK-REC-TYPE ---- <*
           *> 取引レコード種別（H/N/X/L/T）のいずれかであること
           7300-CHECK-REC-TYPE.
               IF NOT SC-KNOWN-TYPE
                   MOVE "REC-TYPE" TO SC-PL-FIELD
                   MOVE "UNKNOWN RECORD TYPE" TO SC-PL-PROBLEM
                   MOVE SC-CHK-TYPE TO SC-PL-VALUE
                   PERFORM 7900-REPORT-PROBLEM THRU 7900-EXIT
               END-IF.
           7300-EXIT.
               EXIT.

           *> ---- 7800-COUNT-RECORD ---- <*
           *> 相対レコード番号はファイルの先頭を１として数える
           7800-COUNT-RECORD.
               ADD 1 TO SC-REC-NUMBER.
               ADD 1 TO SC-FT-READ(SC-FILE-INDEX).
               ADD 1 TO SC-TOTAL-READ.
               MOVE "N" TO SC-RECORD-BAD-SWITCH.
           7800-EXIT.
               EXIT.

           *> ---- 7850-END-RECORD ---- <*
           7850-END-RECORD.
               IF SC-RECORD-BAD
                   ADD 1 TO SC-FT-BAD(SC-FILE-INDEX)
                   ADD 1 TO SC-TOTAL-BAD
               END-IF.
           7850-EXIT.
               EXIT.

           *> ---- 7900-REPORT-PROBLEM ---- <*
           *> 項目名・問題・値は呼び出し側でSC-PL-*に入れておく
           7900-REPORT-PROBLEM.
               MOVE SC-FILE-NAME(SC-FILE-INDEX) TO SC-PL-FILE.
               MOVE SC-REC-NUMBER TO SC-PL-RECORD.
               WRITE SCAN-RPT-RECORD FROM SC-PROBLEM-LINE.
               ADD 1 TO SC-FT-PROBLEMS(SC-FILE-INDEX).
               ADD 1 TO SC-TOTAL-PROBLEMS.
               SET SC-RECORD-BAD TO TRUE.
           7900-EXIT.
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
               MOVE "HISTSCAN" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-TOTAL-BAD > 0
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-CHECKS-SKIPPED
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-TOTAL-READ TO RLOG-COUNT-1.
               MOVE SC-TOTAL-BAD TO RLOG-COUNT-2.
               MOVE SC-TOTAL-PROBLEMS TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM HISTSCAN.
