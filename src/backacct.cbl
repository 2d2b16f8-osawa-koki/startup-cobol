           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. BACKACCT.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT XYZREVS-FILE ASSIGN TO "XYZREVS"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZREVS-STATUS.
               SELECT ACCTMAST-FILE ASSIGN TO "ACCTMAST"
                   ORGANIZATION INDEXED
                   ACCESS RANDOM
                   RECORD KEY ACCTMAST-KEY
                   FILE STATUS IS SC-ACCTMAST-STATUS.
               SELECT REV-RPT-FILE ASSIGN TO "REVRPT"
                   ORGANIZATION LINE SEQUENTIAL.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           *> BACKOUTが取り除いたZ結果（口座番号のある行だけ）
           FD XYZREVS-FILE.
           COPY XYZOREC.

           FD ACCTMAST-FILE.
           COPY ACCTMREC.

           FD REV-RPT-FILE.
           01 REV-RPT-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 SC-XYZREVS-STATUS PIC X(02).
           01 SC-ACCTMAST-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-XYZREVS-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZREVS-EOF VALUE "Y".

           01 SC-REV-READ PIC 9(7) VALUE 0.
           01 SC-ACCT-REVERSED PIC 9(7) VALUE 0.
           01 SC-ACCT-MISSING PIC 9(7) VALUE 0.

           01 SC-RPT-LINE PIC X(80).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           *> BACKOUTジョブでXYZOUTの入れ替えが済んでから、取り除いた
           *> Z結果を口座別残高マスタから差し引く。XYZOUTと同じ
           *> ジョブ内で一度だけ反映されるので、入れ替え前の失敗で
           *> BACKOUTを再実行しても二重には引かれない
           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-REVERSE-ACCOUNT THRU 2000-EXIT
                   UNTIL SC-XYZREVS-EOF.
               PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           *> 残高マスタが未作成(35)なら取り消す計上も無い。
           *> それ以外で開けなければ即時異常終了する
           1000-INITIALIZE.
               OPEN INPUT XYZREVS-FILE.
               IF SC-XYZREVS-STATUS = "35"
                   SET SC-XYZREVS-EOF TO TRUE
               END-IF.
               OPEN I-O ACCTMAST-FILE.
               IF SC-ACCTMAST-STATUS = "35"
                   SET SC-XYZREVS-EOF TO TRUE
               ELSE
                   IF SC-ACCTMAST-STATUS NOT = "00"
                       DISPLAY "BACKACCT: ACCTMAST OPEN FAILED - "
                           "STATUS " SC-ACCTMAST-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               OPEN OUTPUT REV-RPT-FILE.

               MOVE "ACCTMAST REVERSAL OF BACKED-OUT XYZ RESULTS"
                   TO SC-RPT-LINE.
               WRITE REV-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-REVERSE-ACCOUNT ---- <*
           *> 取り除いたZ結果を口座残高から差し引く。実行日がまだ
           *> 当日扱いなら当日計上から、翌日以降へ繰り越し済みなら
           *> 開始残高から引く。最終取引日は一つ前の取引日へ戻す
           2000-REVERSE-ACCOUNT.
               READ XYZREVS-FILE
                   AT END
                       SET SC-XYZREVS-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               ADD 1 TO SC-REV-READ.
               MOVE XYZOUT-ACCOUNT TO ACCTMAST-NUMBER.
               MOVE XYZOUT-CURRENCY-CODE TO ACCTMAST-CCY.
               READ ACCTMAST-FILE
                   INVALID KEY
                       ADD 1 TO SC-ACCT-MISSING
                       GO TO 2000-EXIT
               END-READ.
               IF ACCTMAST-BAL-DATE = XYZOUT-RUN-DATE
                   SUBTRACT XYZOUT-Z FROM ACCTMAST-DAY-ACTIVITY
               ELSE
                   IF ACCTMAST-BAL-DATE > XYZOUT-RUN-DATE
                       SUBTRACT XYZOUT-Z FROM ACCTMAST-OPENING-BAL
                   END-IF
               END-IF.
               SUBTRACT XYZOUT-Z FROM ACCTMAST-CLOSING-BAL.
               IF ACCTMAST-LAST-ACT-DATE = XYZOUT-RUN-DATE
                   MOVE ACCTMAST-PREV-ACT-DATE
                       TO ACCTMAST-LAST-ACT-DATE
               END-IF.
               REWRITE ACCTMAST-RECORD
                   INVALID KEY
                       ADD 1 TO SC-ACCT-MISSING
                       GO TO 2000-EXIT
               END-REWRITE.
               ADD 1 TO SC-ACCT-REVERSED.
           2000-EXIT.
               EXIT.

           *> ---- 5000-WRITE-TOTALS ---- <*
           5000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-ACCTMAST-STATUS = "35"
                   MOVE "ACCTMAST NOT CREATED - NOTHING TO REVERSE"
                       TO SC-RPT-LINE
               ELSE
                   STRING "RESULTS READ: " SC-REV-READ
                       "  ACCTMAST REVERSED: " SC-ACCT-REVERSED
                       "  NOT FOUND: " SC-ACCT-MISSING
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
               WRITE REV-RPT-RECORD FROM SC-RPT-LINE.
           5000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-XYZREVS-STATUS NOT = "35"
                   CLOSE XYZREVS-FILE
               END-IF.
               IF SC-ACCTMAST-STATUS NOT = "35"
                   CLOSE ACCTMAST-FILE
               END-IF.
               CLOSE REV-RPT-FILE.
           8000-EXIT.
               EXIT.

           END PROGRAM BACKACCT.
