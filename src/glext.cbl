                   FILE STATUS IS SC-GLMAP-STATUS.
               SELECT GLPOST-FILE ASSIGN TO "GLPOST"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT GLHIST-FILE ASSIGN TO "GLHIST"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-GLHIST-STATUS.
               SELECT HOLD-FILE ASSIGN TO "XYZHOLD"
                   ORGANIZATION INDEXED
                   ACCESS DYNAMIC
                   RECORD KEY HOLD-KEY
                   FILE STATUS IS SC-HOLD-STATUS.
               SELECT GL-RPT-FILE ASSIGN TO "GLRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
           FD GLPOST-FILE.
           COPY GLPOSTR.

           *> 逆仕訳（GLREVRS）の元になる記帳済み仕訳の蓄積
           FD GLHIST-FILE.
           01 GLHIST-RECORD PIC X(47).

           *> XYZMONが保留した結果。保留中の行は抽出から外し、
           *> 解除済みの行を記帳して記帳済みにする
           FD HOLD-FILE.
           COPY XYZHREC.

           FD GL-RPT-FILE.
           01 GL-RPT-RECORD PIC X(100).

           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.
           01 SC-XYZOUT-STATUS PIC X(02).
           01 SC-GLMAP-STATUS PIC X(02).
           01 SC-GLHIST-STATUS PIC X(02).
           01 SC-HOLD-STATUS PIC X(02).

           01 SC-SWITCHES.
              03 SC-XYZOUT-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-GLMAP-EOF VALUE "Y".
              03 SC-EXTRACT-FAIL-SWITCH PIC X(01) VALUE "N".
                 88 SC-EXTRACT-FAIL VALUE "Y".
              03 SC-HOLD-OPEN-SWITCH PIC X(01) VALUE "N".
                 88 SC-HOLD-OPEN VALUE "Y".
              03 SC-HOLD-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-HOLD-EOF VALUE "Y".

           *> PARMは実行日と処理サイクル番号。サイクル省略時は
           *> 当日全体を抽出する（サイクル運用の日はサイクルごとに
           *> 指定し、同じ結果を二度計上しないこと）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-CYCLE PIC X(02).
           01 SC-RUN-DATE PIC 9(08).
           01 SC-SELECT-CYCLE PIC 9(02) VALUE 0.
           01 SC-REC-CYCLE PIC 9(02) VALUE 0.
           01 SC-REC-VALUE-DATE PIC 9(08) VALUE 0.
           01 SC-REC-RUN-DATE PIC 9(08) VALUE 0.
           01 SC-REC-CCY PIC X(03).
           01 SC-REC-AMOUNT PIC S9(7)V99 VALUE 0.

           *> サイクル別の出現順（XYZMONが保留ファイルのキーに使う順）
           01 SC-SEQ-TABLE.
              03 SC-CYCLE-SEQ PIC 9(06) OCCURS 99 TIMES.

           *> 勘定科目マッピングマスタの表
           01 SC-MAX-MAPS PIC 9(3) VALUE 50.
           01 SC-MAP-COUNTER PIC 9(3) VALUE 0.
           01 SC-MAP-INDEX PIC 9(3) VALUE 0.

           *> 当日分の通貨・決済日（値日）別集計。保留を解除された
           *> 前日以前の結果は元の実行日ごとに別の行で集計する
           01 SC-MAX-CCYS PIC 9(3) VALUE 100.
           01 SC-CCY-COUNT PIC 9(3) VALUE 0.
           01 SC-CCY-TABLE.
              03 SC-CCY-ENTRY OCCURS 100 TIMES.
                 05 SC-CCY-RUN-DATE PIC 9(08).
                 05 SC-CCY-CODE PIC X(03).
                 05 SC-CCY-VALUE-DATE PIC 9(08).
                 05 SC-CCY-TRANS PIC 9(6).
                 05 SC-CCY-AMOUNT PIC S9(9)V99.
                 05 SC-CCY-MAP-INDEX PIC 9(3).
           01 SC-CCY-COUNTER PIC 9(3) VALUE 0.
           01 SC-CCY-INDEX PIC 9(3) VALUE 0.

           01 SC-SELECTED-COUNT PIC 9(6) VALUE 0.
           01 SC-POSTED-COUNT PIC 9(6) VALUE 0.
           01 SC-UNMAPPED-COUNT PIC 9(3) VALUE 0.
           01 SC-HELD-SKIPPED PIC 9(6) VALUE 0.
           01 SC-RELEASED-COUNT PIC 9(6) VALUE 0.
           01 SC-TOTAL-DEBIT PIC S9(11)V99 VALUE 0.
           01 SC-TOTAL-CREDIT PIC S9(11)V99 VALUE 0.
           01 SC-NET-AMOUNT PIC S9(11)V99 VALUE 0.
                   UNTIL SC-GLMAP-EOF.
               PERFORM 3000-TALLY-XYZOUT THRU 3000-EXIT
                   UNTIL SC-XYZOUT-EOF.
               PERFORM 3500-TALLY-RELEASED THRU 3500-EXIT.
               PERFORM 4000-WRITE-POSTINGS THRU 4000-EXIT.
               PERFORM 5000-VERIFY-NET THRU 5000-EXIT.
               PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               STOP RUN.
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
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-CYCLE IS NUMERIC
                   MOVE SC-PARM-CYCLE TO SC-SELECT-CYCLE
               END-IF.
               MOVE ZEROS TO SC-SEQ-TABLE.

               OPEN INPUT XYZOUT-FILE.
               IF SC-XYZOUT-STATUS = "35"
               END-IF.
               OPEN OUTPUT GLPOST-FILE.
               OPEN OUTPUT GL-RPT-FILE.
               *> 保留ファイルが未作成（35）なら保留も無い。それ以外で
               *> 開けないときは保留すべき結果を記帳しないよう失敗させる
               OPEN I-O HOLD-FILE.
               IF SC-HOLD-STATUS = "00"
                   SET SC-HOLD-OPEN TO TRUE
               ELSE
                   IF SC-HOLD-STATUS NOT = "35"
                       SET SC-EXTRACT-FAIL TO TRUE
                   END-IF
               END-IF.

               MOVE SPACES TO SC-RPT-LINE.
               IF SC-SELECT-CYCLE = 0
                   STRING "GL POSTING EXTRACT " SC-RUN-DATE
                       "  ALL CYCLES"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   STRING "GL POSTING EXTRACT " SC-RUN-DATE
                       "  CYCLE " SC-SELECT-CYCLE
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
               WRITE GL-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-HOLD-STATUS NOT = "00"
                       AND SC-HOLD-STATUS NOT = "35"
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: XYZHOLD OPEN STATUS " SC-HOLD-STATUS
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE GL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           1000-EXIT.
               EXIT.

                       GO TO 3000-EXIT
               END-READ.
               IF XYZOUT-RUN-DATE NOT = SC-RUN-DATE
                       OR XYZOUT-OPENING-BALANCE
                   GO TO 3000-EXIT
               END-IF.
               *> サイクル番号のない旧レコードは01とみなす。出現順は
               *> 対象外のサイクルの行も数えてXYZMONと揃える
               IF XYZOUT-CYCLE IS NUMERIC AND XYZOUT-CYCLE NOT = "00"
                   MOVE XYZOUT-CYCLE TO SC-REC-CYCLE
               ELSE
                   MOVE 1 TO SC-REC-CYCLE
               END-IF.
               ADD 1 TO SC-CYCLE-SEQ(SC-REC-CYCLE).
               IF SC-SELECT-CYCLE NOT = 0
                       AND SC-REC-CYCLE NOT = SC-SELECT-CYCLE
                   GO TO 3000-EXIT
               END-IF.
               *> 保留ファイルにある行は状態を問わずここでは記帳しない
               IF SC-HOLD-OPEN
                   MOVE SC-RUN-DATE TO HOLD-RUN-DATE
                   MOVE SC-REC-CYCLE TO HOLD-CYCLE
                   MOVE SC-CYCLE-SEQ(SC-REC-CYCLE) TO HOLD-SEQ
                   READ HOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO SC-HELD-SKIPPED
                           GO TO 3000-EXIT
                   END-READ
               END-IF.
               ADD 1 TO SC-SELECTED-COUNT.
               *> 値日のない旧レコードは実行日決済とみなす
               IF XYZOUT-VALUE-DATE IS NUMERIC
                       AND XYZOUT-VALUE-DATE NOT = 0
                   MOVE XYZOUT-VALUE-DATE TO SC-REC-VALUE-DATE
               ELSE
                   MOVE SC-RUN-DATE TO SC-REC-VALUE-DATE
               END-IF.
               MOVE SC-RUN-DATE TO SC-REC-RUN-DATE.
               MOVE XYZOUT-CURRENCY-CODE TO SC-REC-CCY.
               MOVE XYZOUT-Z-REPORTING TO SC-REC-AMOUNT.
               PERFORM 3050-ADD-TO-TALLY THRU 3050-EXIT.
           3000-EXIT.
               EXIT.

           *> ---- 3050-ADD-TO-TALLY ---- <*
           3050-ADD-TO-TALLY.
               MOVE 0 TO SC-CCY-INDEX.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 3100-FIND-CCY THRU 3100-EXIT
                   IF SC-CCY-COUNT < SC-MAX-CCYS
                       ADD 1 TO SC-CCY-COUNT
                       MOVE SC-CCY-COUNT TO SC-CCY-INDEX
                       MOVE SC-REC-RUN-DATE
                           TO SC-CCY-RUN-DATE(SC-CCY-INDEX)
                       MOVE SC-REC-CCY TO SC-CCY-CODE(SC-CCY-INDEX)
                       MOVE SC-REC-VALUE-DATE
                           TO SC-CCY-VALUE-DATE(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-TRANS(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-AMOUNT(SC-CCY-INDEX)
                       MOVE 0 TO SC-CCY-MAP-INDEX(SC-CCY-INDEX)
                   ELSE
                       SET SC-EXTRACT-FAIL TO TRUE
                       MOVE "FAIL: CURRENCY TABLE LIMIT REACHED"
                           TO SC-RPT-LINE
                       WRITE GL-RPT-RECORD FROM SC-RPT-LINE
                       GO TO 3050-EXIT
                   END-IF
               END-IF.
               ADD 1 TO SC-CCY-TRANS(SC-CCY-INDEX).
               ADD SC-REC-AMOUNT TO SC-CCY-AMOUNT(SC-CCY-INDEX).
           3050-EXIT.
               EXIT.

           *> ---- 3100-FIND-CCY ---- <*
           3100-FIND-CCY.
               IF SC-CCY-CODE(SC-CCY-COUNTER) = SC-REC-CCY
                       AND SC-CCY-VALUE-DATE(SC-CCY-COUNTER)
                           = SC-REC-VALUE-DATE
                       AND SC-CCY-RUN-DATE(SC-CCY-COUNTER)
                           = SC-REC-RUN-DATE
                   MOVE SC-CCY-COUNTER TO SC-CCY-INDEX
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           3100-EXIT.
               EXIT.

           *> ---- 3500-TALLY-RELEASED ---- <*
           *> 保留を解除された結果（前日以前の分を含む）を元の実行日の
           *> まま集計に加える。逆仕訳（GLREVRS）も実行日で拾える
           3500-TALLY-RELEASED.
               IF NOT SC-HOLD-OPEN
                   GO TO 3500-EXIT
               END-IF.
               MOVE "N" TO SC-HOLD-EOF-SWITCH.
               MOVE LOW-VALUES TO HOLD-KEY.
               START HOLD-FILE KEY NOT < HOLD-KEY
                   INVALID KEY
                       SET SC-HOLD-EOF TO TRUE
               END-START.
               PERFORM 3510-TALLY-ONE-RELEASED THRU 3510-EXIT
                   UNTIL SC-HOLD-EOF.
           3500-EXIT.
               EXIT.

           *> ---- 3510-TALLY-ONE-RELEASED ---- <*
           3510-TALLY-ONE-RELEASED.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET SC-HOLD-EOF TO TRUE
                       GO TO 3510-EXIT
               END-READ.
               IF NOT HOLD-RELEASED
                   GO TO 3510-EXIT
               END-IF.
               ADD 1 TO SC-RELEASED-COUNT.
               MOVE HOLD-RUN-DATE TO SC-REC-RUN-DATE.
               MOVE HOLD-CCY TO SC-REC-CCY.
               MOVE HOLD-VALUE-DATE TO SC-REC-VALUE-DATE.
               MOVE HOLD-Z-REPORTING TO SC-REC-AMOUNT.
               PERFORM 3050-ADD-TO-TALLY THRU 3050-EXIT.
               MOVE HOLD-Z-REPORTING TO SC-EDIT-AMOUNT.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RELEASED FROM HOLD " HOLD-RUN-DATE " "
                   HOLD-CYCLE " " HOLD-SEQ "  " HOLD-CCY
                   "  AMOUNT: " SC-EDIT-AMOUNT
                   "  BY " HOLD-RELEASED-BY
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE GL-RPT-RECORD FROM SC-RPT-LINE.
           3510-EXIT.
               EXIT.

           *> ---- 4000-WRITE-POSTINGS ---- <*
           4000-WRITE-POSTINGS.
               MOVE 1 TO SC-CCY-INDEX.
               EXIT.

           *> ---- 4100-POST-ONE-CCY ---- <*
           *> 通貨・値日ごとに借方・貸方の対で仕訳する（報告通貨建て）
           4100-POST-ONE-CCY.
               MOVE 0 TO SC-MAP-INDEX.
               MOVE 1 TO SC-MAP-COUNTER.
                   GO TO 4100-NEXT
               END-IF.

               MOVE SC-MAP-INDEX TO SC-CCY-MAP-INDEX(SC-CCY-INDEX).
               MOVE SC-CCY-RUN-DATE(SC-CCY-INDEX) TO GLPOST-RUN-DATE.
               MOVE SC-MAP-DR-ACCT(SC-MAP-INDEX) TO GLPOST-ACCOUNT.
               SET GLPOST-DEBIT TO TRUE.
               MOVE SC-CCY-AMOUNT(SC-CCY-INDEX) TO GLPOST-AMOUNT.
               MOVE SC-CCY-CODE(SC-CCY-INDEX) TO GLPOST-CCY.
               MOVE "XYZDAILY" TO GLPOST-SOURCE.
               MOVE SC-CCY-VALUE-DATE(SC-CCY-INDEX)
                   TO GLPOST-VALUE-DATE.
               WRITE GLPOST-RECORD.
               ADD 1 TO SC-POSTED-COUNT.
               ADD SC-CCY-AMOUNT(SC-CCY-INDEX) TO SC-TOTAL-DEBIT.

               MOVE SC-CCY-RUN-DATE(SC-CCY-INDEX) TO GLPOST-RUN-DATE.
               MOVE SC-MAP-CR-ACCT(SC-MAP-INDEX) TO GLPOST-ACCOUNT.
               SET GLPOST-CREDIT TO TRUE.
               MOVE SC-CCY-AMOUNT(SC-CCY-INDEX) TO GLPOST-AMOUNT.
               MOVE SC-CCY-CODE(SC-CCY-INDEX) TO GLPOST-CCY.
               MOVE "XYZDAILY" TO GLPOST-SOURCE.
               MOVE SC-CCY-VALUE-DATE(SC-CCY-INDEX)
                   TO GLPOST-VALUE-DATE.
               WRITE GLPOST-RECORD.
               ADD 1 TO SC-POSTED-COUNT.
               ADD SC-CCY-AMOUNT(SC-CCY-INDEX) TO SC-TOTAL-CREDIT.
               MOVE SC-CCY-AMOUNT(SC-CCY-INDEX) TO SC-EDIT-AMOUNT.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "POSTED " SC-CCY-CODE(SC-CCY-INDEX)
                   " VALUE " SC-CCY-VALUE-DATE(SC-CCY-INDEX)
                   "  TRANS: " SC-CCY-TRANS(SC-CCY-INDEX)
                   "  AMOUNT: " SC-EDIT-AMOUNT
                   "  DR " SC-MAP-DR-ACCT(SC-MAP-INDEX)
                   "  CR " SC-MAP-CR-ACCT(SC-MAP-INDEX)
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE GL-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-CCY-RUN-DATE(SC-CCY-INDEX) NOT = SC-RUN-DATE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "       RELEASED ITEMS OF RUN DATE "
                       SC-CCY-RUN-DATE(SC-CCY-INDEX)
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE GL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           4100-NEXT.
               ADD 1 TO SC-CCY-INDEX.
           4100-EXIT.
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE GL-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "HELD ITEMS LEFT OUT: " SC-HELD-SKIPPED
                   "  RELEASED ITEMS POSTED: " SC-RELEASED-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE GL-RPT-RECORD FROM SC-RPT-LINE.

               COMPUTE SC-NET-AMOUNT =
                   SC-TOTAL-DEBIT - SC-TOTAL-CREDIT.
           5000-EXIT.
               EXIT.

           *> ---- 6000-WRITE-HISTORY ---- <*
           *> 勘定系に渡した仕訳だけを履歴へ追記する。失敗した抽出は
           *> 残さないので、逆仕訳が取り消すのは実際の記帳分に限る
           6000-WRITE-HISTORY.
               IF SC-EXTRACT-FAIL
                   GO TO 6000-EXIT
               END-IF.
               OPEN EXTEND GLHIST-FILE.
               IF SC-GLHIST-STATUS = "35"
                   OPEN OUTPUT GLHIST-FILE
                   CLOSE GLHIST-FILE
                   OPEN EXTEND GLHIST-FILE
               END-IF.
               MOVE 1 TO SC-CCY-INDEX.
               PERFORM 6100-HISTORY-ONE-CCY THRU 6100-EXIT
                   UNTIL SC-CCY-INDEX > SC-CCY-COUNT.
               CLOSE GLHIST-FILE.
               PERFORM 6500-MARK-RELEASED-POSTED THRU 6500-EXIT.
           6000-EXIT.
               EXIT.

           *> ---- 6100-HISTORY-ONE-CCY ---- <*
           6100-HISTORY-ONE-CCY.
               MOVE SC-CCY-MAP-INDEX(SC-CCY-INDEX) TO SC-MAP-INDEX.
               IF SC-MAP-INDEX = 0
                   GO TO 6100-NEXT
               END-IF.
               MOVE SC-CCY-RUN-DATE(SC-CCY-INDEX) TO GLPOST-RUN-DATE.
               MOVE SC-MAP-DR-ACCT(SC-MAP-INDEX) TO GLPOST-ACCOUNT.
               SET GLPOST-DEBIT TO TRUE.
               MOVE SC-CCY-AMOUNT(SC-CCY-INDEX) TO GLPOST-AMOUNT.
               MOVE SC-CCY-CODE(SC-CCY-INDEX) TO GLPOST-CCY.
               MOVE "XYZDAILY" TO GLPOST-SOURCE.
               MOVE SC-CCY-VALUE-DATE(SC-CCY-INDEX)
                   TO GLPOST-VALUE-DATE.
               WRITE GLHIST-RECORD FROM GLPOST-RECORD.

               MOVE SC-MAP-CR-ACCT(SC-MAP-INDEX) TO GLPOST-ACCOUNT.
               SET GLPOST-CREDIT TO TRUE.
               WRITE GLHIST-RECORD FROM GLPOST-RECORD.
           6100-NEXT.
               ADD 1 TO SC-CCY-INDEX.
           6100-EXIT.
               EXIT.

           *> ---- 6500-MARK-RELEASED-POSTED ---- <*
           *> 勘定系へ渡した解除済みの行を記帳済みにする（二度記帳しない）
           6500-MARK-RELEASED-POSTED.
               IF NOT SC-HOLD-OPEN OR SC-RELEASED-COUNT = 0
                   GO TO 6500-EXIT
               END-IF.
               MOVE "N" TO SC-HOLD-EOF-SWITCH.
               MOVE LOW-VALUES TO HOLD-KEY.
               START HOLD-FILE KEY NOT < HOLD-KEY
                   INVALID KEY
                       SET SC-HOLD-EOF TO TRUE
               END-START.
               PERFORM 6510-MARK-ONE-POSTED THRU 6510-EXIT
                   UNTIL SC-HOLD-EOF.
           6500-EXIT.
               EXIT.

           *> ---- 6510-MARK-ONE-POSTED ---- <*
           6510-MARK-ONE-POSTED.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET SC-HOLD-EOF TO TRUE
                       GO TO 6510-EXIT
               END-READ.
               IF NOT HOLD-RELEASED
                   GO TO 6510-EXIT
               END-IF.
               SET HOLD-POSTED TO TRUE.
               MOVE SC-RUN-DATE TO HOLD-POSTED-DATE.
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE.
           6510-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-XYZOUT-STATUS NOT = "35"
               IF SC-GLMAP-STATUS NOT = "35"
                   CLOSE GLMAP-FILE
               END-IF.
               IF SC-HOLD-OPEN
                   CLOSE HOLD-FILE
               END-IF.
               CLOSE GLPOST-FILE.
               CLOSE GL-RPT-FILE.
               IF SC-EXTRACT-FAIL
               MOVE SC-SELECTED-COUNT TO RLOG-COUNT-1.
               MOVE SC-POSTED-COUNT TO RLOG-COUNT-2.
               MOVE SC-UNMAPPED-COUNT TO RLOG-COUNT-3.
               IF SC-SELECT-CYCLE = 0
                   MOVE SPACES TO RLOG-CYCLE
               ELSE
                   MOVE SC-SELECT-CYCLE TO RLOG-CYCLE
               END-IF.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
