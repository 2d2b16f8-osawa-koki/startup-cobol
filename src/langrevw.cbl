           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. LANGREVW.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LANGMAST-FILE ASSIGN TO "LANGMAST"
                   ORGANIZATION INDEXED
                   ACCESS SEQUENTIAL
                   RECORD KEY LANGMAST-CODE
                   FILE STATUS IS SC-LANGMAST-STATUS.
               SELECT LANGUSE-FILE ASSIGN TO "LANGUSE"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-LANGUSE-STATUS.
               SELECT PROPOSAL-FILE ASSIGN TO "LANGPROP"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT REVIEW-RPT-FILE ASSIGN TO "LREVRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD LANGMAST-FILE.
           COPY LANGMREC.

           FD LANGUSE-FILE.
           01 LANGUSE-RECORD.
              03 LUSE-DATE PIC 9(08).
              03 LUSE-CODE PIC X(08).
              03 LUSE-COUNT PIC 9(06).

           *> LANGMNTバッチの LANGTRNS と同一レイアウト。委員会が
           *> 承認した行は MNTSUBMT で登録し、MNTAPPR の承認を経て
           *> LANGMNT に反映される
           FD PROPOSAL-FILE.
           01 PROP-RECORD.
              03 PROP-ACTION PIC X(01).
              03 PROP-CODE PIC X(08).
              03 PROP-NAME PIC X(20).
              03 PROP-STATUS PIC X(01).
              03 PROP-EFF-DATE PIC X(08).
              03 PROP-EXP-DATE PIC X(08).

           FD REVIEW-RPT-FILE.
           01 REVIEW-RPT-RECORD PIC X(80).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-LANGMAST-STATUS PIC X(02).
           01 SC-LANGUSE-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-LANGMAST-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-LANGMAST-EOF VALUE "Y".
              03 SC-LANGUSE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-LANGUSE-EOF VALUE "Y".
              03 SC-OVERFLOW-SWITCH PIC X(01) VALUE "N".
                 88 SC-TABLE-OVERFLOW VALUE "Y".

           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-LOOKBACK PIC X(03).
           01 SC-PARM-TOP PIC X(03).

           01 SC-RUN-DATE PIC 9(08).
           *> 見直し期間（日数）と上位表示件数
           01 SC-LOOKBACK-DAYS PIC 9(3) VALUE 90.
           01 SC-TOP-LIMIT PIC 9(3) VALUE 10.

           *> 当期＝実行日までの直近N日、前期＝その直前のN日
           01 SC-WORK-INTEGER PIC 9(8).
           01 SC-CUR-START-DATE PIC 9(8).
           01 SC-PRIOR-START-DATE PIC 9(8).

           *> 有効な言語のみの作業表（LANGMASTのキー順）
           01 SC-MAX-REVIEW PIC 9(3) VALUE 500.
           01 SC-REVIEW-COUNT PIC 9(3) VALUE 0.
           01 SC-REVIEW-TABLE.
              03 SC-REVIEW-ENTRY OCCURS 500 TIMES.
                 05 SC-REV-CODE PIC X(08).
                 05 SC-REV-NAME PIC X(20).
                 05 SC-REV-EFF-DATE PIC 9(08).
                 05 SC-REV-CUR-COUNT PIC 9(09).
                 05 SC-REV-PRIOR-COUNT PIC 9(09).
                 05 SC-REV-LAST-USED PIC 9(08).
                 05 SC-REV-RANKED-SWITCH PIC X(01).
                    88 SC-REV-RANKED VALUE "Y".
           01 SC-REVIEW-COUNTER PIC 9(3) VALUE 0.
           01 SC-REVIEW-INDEX PIC 9(3) VALUE 0.

           *> 当期使用件数の多い順に並べた作業表の添字
           01 SC-RANK-TABLE.
              03 SC-RANK-ENTRY PIC 9(3) OCCURS 500 TIMES.
           01 SC-RANK-COUNTER PIC 9(3) VALUE 0.
           01 SC-BEST-INDEX PIC 9(3) VALUE 0.

           01 SC-USE-READ-COUNT PIC 9(7) VALUE 0.
           01 SC-TOP-COUNT PIC 9(5) VALUE 0.
           01 SC-DECLINE-COUNT PIC 9(5) VALUE 0.
           01 SC-ZERO-COUNT PIC 9(5) VALUE 0.
           01 SC-PROPOSAL-COUNT PIC 9(5) VALUE 0.
           01 SC-NEW-COUNT PIC 9(5) VALUE 0.
           01 SC-PCT-CHANGE PIC S9(3)V9.

           01 SC-EDIT-RANK PIC ZZ9.
           01 SC-EDIT-CUR PIC ZZZ,ZZZ,ZZ9.
           01 SC-EDIT-PRIOR PIC ZZZ,ZZZ,ZZ9.
           01 SC-EDIT-PCT PIC ---9.9.
           01 SC-EDIT-LAST PIC X(08).
           01 SC-EDIT-ACTION PIC X(20).

           01 SC-RPT-LINE PIC X(80).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
               PERFORM 3000-TALLY-USAGE THRU 3000-EXIT
                   UNTIL SC-LANGUSE-EOF.
               PERFORM 4000-RANK-LANGUAGES THRU 4000-EXIT.
               PERFORM 5000-WRITE-HEADINGS THRU 5000-EXIT.
               PERFORM 5100-WRITE-TOP THRU 5100-EXIT.
               PERFORM 5300-WRITE-DECLINING THRU 5300-EXIT.
               PERFORM 5500-WRITE-ZERO-USE THRU 5500-EXIT.
               PERFORM 5700-WRITE-TOTALS THRU 5700-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-LOOKBACK.
               MOVE SPACES TO SC-PARM-TOP.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-LOOKBACK SC-PARM-TOP
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-LOOKBACK IS NUMERIC
                   AND SC-PARM-LOOKBACK NOT = "000"
                   MOVE SC-PARM-LOOKBACK TO SC-LOOKBACK-DAYS
               END-IF.
               IF SC-PARM-TOP IS NUMERIC
                   MOVE SC-PARM-TOP TO SC-TOP-LIMIT
               END-IF.

               *> 当期の開始日＝実行日を含めてN日さかのぼった日付
               COMPUTE SC-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SC-RUN-DATE)
                       - SC-LOOKBACK-DAYS + 1.
               COMPUTE SC-CUR-START-DATE =
                   FUNCTION DATE-OF-INTEGER(SC-WORK-INTEGER).
               SUBTRACT SC-LOOKBACK-DAYS FROM SC-WORK-INTEGER.
               COMPUTE SC-PRIOR-START-DATE =
                   FUNCTION DATE-OF-INTEGER(SC-WORK-INTEGER).

               OPEN INPUT LANGUSE-FILE.
               IF SC-LANGUSE-STATUS = "35"
                   SET SC-LANGUSE-EOF TO TRUE
               END-IF.
               OPEN OUTPUT PROPOSAL-FILE.
               OPEN OUTPUT REVIEW-RPT-FILE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-LOAD-MASTER ---- <*
           *> 見直し対象は実行日時点で有効な言語のみ
           2000-LOAD-MASTER.
               OPEN INPUT LANGMAST-FILE.
               IF SC-LANGMAST-STATUS = "35"
                   SET SC-LANGMAST-EOF TO TRUE
                   GO TO 2000-EXIT
               END-IF.
               PERFORM 2100-READ-MASTER THRU 2100-EXIT
                   UNTIL SC-LANGMAST-EOF.
               CLOSE LANGMAST-FILE.
           2000-EXIT.
               EXIT.

           *> ---- 2100-READ-MASTER ---- <*
           2100-READ-MASTER.
               READ LANGMAST-FILE
                   AT END
                       SET SC-LANGMAST-EOF TO TRUE
                       GO TO 2100-EXIT
               END-READ.
               IF NOT LANGMAST-ACTIVE
                   GO TO 2100-EXIT
               END-IF.
               IF LANGMAST-EXP-DATE < SC-RUN-DATE
                   GO TO 2100-EXIT
               END-IF.
               IF SC-REVIEW-COUNT = SC-MAX-REVIEW
                   SET SC-TABLE-OVERFLOW TO TRUE
                   GO TO 2100-EXIT
               END-IF.
               ADD 1 TO SC-REVIEW-COUNT.
               MOVE LANGMAST-CODE TO SC-REV-CODE(SC-REVIEW-COUNT).
               MOVE LANGMAST-NAME TO SC-REV-NAME(SC-REVIEW-COUNT).
               MOVE LANGMAST-EFF-DATE
                   TO SC-REV-EFF-DATE(SC-REVIEW-COUNT).
               MOVE 0 TO SC-REV-CUR-COUNT(SC-REVIEW-COUNT).
               MOVE 0 TO SC-REV-PRIOR-COUNT(SC-REVIEW-COUNT).
               MOVE 0 TO SC-REV-LAST-USED(SC-REVIEW-COUNT).
               MOVE "N" TO SC-REV-RANKED-SWITCH(SC-REVIEW-COUNT).
           2100-EXIT.
               EXIT.

           *> ---- 3000-TALLY-USAGE ---- <*
           *> 実行日より後の使用実績（再処理時など）は数えない
           3000-TALLY-USAGE.
               READ LANGUSE-FILE
                   AT END
                       SET SC-LANGUSE-EOF TO TRUE
                       GO TO 3000-EXIT
               END-READ.
               ADD 1 TO SC-USE-READ-COUNT.
               IF LUSE-DATE NOT NUMERIC OR LUSE-COUNT NOT NUMERIC
                   GO TO 3000-EXIT
               END-IF.
               IF LUSE-DATE > SC-RUN-DATE
                   GO TO 3000-EXIT
               END-IF.
               PERFORM 3100-FIND-LANGUAGE THRU 3100-EXIT.
               IF SC-REVIEW-INDEX = 0
                   GO TO 3000-EXIT
               END-IF.
               IF LUSE-COUNT > 0
                   AND LUSE-DATE > SC-REV-LAST-USED(SC-REVIEW-INDEX)
                   MOVE LUSE-DATE TO SC-REV-LAST-USED(SC-REVIEW-INDEX)
               END-IF.
               IF LUSE-DATE NOT < SC-CUR-START-DATE
                   ADD LUSE-COUNT TO SC-REV-CUR-COUNT(SC-REVIEW-INDEX)
               ELSE
                   IF LUSE-DATE NOT < SC-PRIOR-START-DATE
                       ADD LUSE-COUNT
                           TO SC-REV-PRIOR-COUNT(SC-REVIEW-INDEX)
                   END-IF
               END-IF.
           3000-EXIT.
               EXIT.

           *> ---- 3100-FIND-LANGUAGE ---- <*
           3100-FIND-LANGUAGE.
               MOVE 0 TO SC-REVIEW-INDEX.
               MOVE 1 TO SC-REVIEW-COUNTER.
               PERFORM 3110-CHECK-ONE-LANGUAGE THRU 3110-EXIT
                   UNTIL SC-REVIEW-COUNTER > SC-REVIEW-COUNT
                       OR SC-REVIEW-INDEX > 0.
           3100-EXIT.
               EXIT.

           *> ---- 3110-CHECK-ONE-LANGUAGE ---- <*
           3110-CHECK-ONE-LANGUAGE.
               IF SC-REV-CODE(SC-REVIEW-COUNTER) = LUSE-CODE
                   MOVE SC-REVIEW-COUNTER TO SC-REVIEW-INDEX
               END-IF.
               ADD 1 TO SC-REVIEW-COUNTER.
           3110-EXIT.
               EXIT.

           *> ---- 4000-RANK-LANGUAGES ---- <*
           *> 当期使用件数の降順。同数はLANGMASTのキー順のまま
           4000-RANK-LANGUAGES.
               MOVE 0 TO SC-RANK-COUNTER.
               PERFORM 4100-PICK-NEXT-RANK THRU 4100-EXIT
                   UNTIL SC-RANK-COUNTER = SC-REVIEW-COUNT.
           4000-EXIT.
               EXIT.

           *> ---- 4100-PICK-NEXT-RANK ---- <*
           4100-PICK-NEXT-RANK.
               MOVE 0 TO SC-BEST-INDEX.
               MOVE 1 TO SC-REVIEW-COUNTER.
               PERFORM 4110-COMPARE-ONE THRU 4110-EXIT
                   UNTIL SC-REVIEW-COUNTER > SC-REVIEW-COUNT.
               ADD 1 TO SC-RANK-COUNTER.
               MOVE SC-BEST-INDEX TO SC-RANK-ENTRY(SC-RANK-COUNTER).
               MOVE "Y" TO SC-REV-RANKED-SWITCH(SC-BEST-INDEX).
           4100-EXIT.
               EXIT.

           *> ---- 4110-COMPARE-ONE ---- <*
           4110-COMPARE-ONE.
               IF SC-REV-RANKED(SC-REVIEW-COUNTER)
                   GO TO 4110-NEXT
               END-IF.
               IF SC-BEST-INDEX = 0
                   MOVE SC-REVIEW-COUNTER TO SC-BEST-INDEX
                   GO TO 4110-NEXT
               END-IF.
               IF SC-REV-CUR-COUNT(SC-REVIEW-COUNTER) >
                   SC-REV-CUR-COUNT(SC-BEST-INDEX)
                   MOVE SC-REVIEW-COUNTER TO SC-BEST-INDEX
               END-IF.
           4110-NEXT.
               ADD 1 TO SC-REVIEW-COUNTER.
           4110-EXIT.
               EXIT.

           *> ---- 5000-WRITE-HEADINGS ---- <*
           5000-WRITE-HEADINGS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "LANGUAGE USAGE REVIEW AS OF " SC-RUN-DATE
                   "  LOOK-BACK " SC-LOOKBACK-DAYS " DAYS"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CURRENT PERIOD " SC-CUR-START-DATE
                   " - " SC-RUN-DATE
                   "  PRIOR PERIOD FROM " SC-PRIOR-START-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-TABLE-OVERFLOW
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: MORE THAN " SC-MAX-REVIEW
                       " ACTIVE LANGUAGES - REMAINDER NOT REVIEWED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           5000-EXIT.
               EXIT.

           *> ---- 5100-WRITE-TOP ---- <*
           5100-WRITE-TOP.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "TOP LANGUAGES (CURRENT PERIOD)"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RANK CODE     NAME                 "
                   "    CURRENT        PRIOR  CHANGE%"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 1 TO SC-RANK-COUNTER.
               PERFORM 5110-WRITE-ONE-TOP THRU 5110-EXIT
                   UNTIL SC-RANK-COUNTER > SC-REVIEW-COUNT
                       OR SC-RANK-COUNTER > SC-TOP-LIMIT.
           5100-EXIT.
               EXIT.

           *> ---- 5110-WRITE-ONE-TOP ---- <*
           5110-WRITE-ONE-TOP.
               MOVE SC-RANK-ENTRY(SC-RANK-COUNTER) TO SC-REVIEW-INDEX.
               IF SC-REV-CUR-COUNT(SC-REVIEW-INDEX) = 0
                   *> 以降はすべて使用実績なし
                   MOVE SC-REVIEW-COUNT TO SC-RANK-COUNTER
                   ADD 1 TO SC-RANK-COUNTER
                   GO TO 5110-EXIT
               END-IF.
               ADD 1 TO SC-TOP-COUNT.
               PERFORM 5900-FORMAT-DETAIL THRU 5900-EXIT.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               ADD 1 TO SC-RANK-COUNTER.
           5110-EXIT.
               EXIT.

           *> ---- 5300-WRITE-DECLINING ---- <*
           *> 前期より当期の使用件数が減った言語（当期ゼロは
           *> 使用実績なしの欄に出す）
           5300-WRITE-DECLINING.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "DECLINING LANGUAGES (CURRENT BELOW PRIOR PERIOD)"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RANK CODE     NAME                 "
                   "    CURRENT        PRIOR  CHANGE%"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 1 TO SC-RANK-COUNTER.
               PERFORM 5310-WRITE-ONE-DECLINING THRU 5310-EXIT
                   UNTIL SC-RANK-COUNTER > SC-REVIEW-COUNT.
               IF SC-DECLINE-COUNT = 0
                   MOVE "  (NONE)" TO SC-RPT-LINE
                   WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           5300-EXIT.
               EXIT.

           *> ---- 5310-WRITE-ONE-DECLINING ---- <*
           5310-WRITE-ONE-DECLINING.
               MOVE SC-RANK-ENTRY(SC-RANK-COUNTER) TO SC-REVIEW-INDEX.
               IF SC-REV-CUR-COUNT(SC-REVIEW-INDEX) > 0
                   AND SC-REV-CUR-COUNT(SC-REVIEW-INDEX) <
                       SC-REV-PRIOR-COUNT(SC-REVIEW-INDEX)
                   ADD 1 TO SC-DECLINE-COUNT
                   PERFORM 5900-FORMAT-DETAIL THRU 5900-EXIT
                   WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               ADD 1 TO SC-RANK-COUNTER.
           5310-EXIT.
               EXIT.

           *> ---- 5500-WRITE-ZERO-USE ---- <*
           *> 当期使用ゼロの言語に停止提案を出す。ただし当期の
           *> 途中で有効になった言語は判断材料が足りないので除く
           5500-WRITE-ZERO-USE.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ZERO-USE LANGUAGES (NO USE IN CURRENT PERIOD)"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CODE     NAME                        PRIOR"
                   "  LAST USED  ACTION"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE 1 TO SC-RANK-COUNTER.
               PERFORM 5510-WRITE-ONE-ZERO THRU 5510-EXIT
                   UNTIL SC-RANK-COUNTER > SC-REVIEW-COUNT.
               IF SC-ZERO-COUNT = 0
                   MOVE "  (NONE)" TO SC-RPT-LINE
                   WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           5500-EXIT.
               EXIT.

           *> ---- 5510-WRITE-ONE-ZERO ---- <*
           5510-WRITE-ONE-ZERO.
               MOVE SC-RANK-ENTRY(SC-RANK-COUNTER) TO SC-REVIEW-INDEX.
               IF SC-REV-CUR-COUNT(SC-REVIEW-INDEX) > 0
                   GO TO 5510-NEXT
               END-IF.
               ADD 1 TO SC-ZERO-COUNT.
               IF SC-REV-EFF-DATE(SC-REVIEW-INDEX) > SC-CUR-START-DATE
                   ADD 1 TO SC-NEW-COUNT
                   MOVE "NEW - NOT PROPOSED" TO SC-EDIT-ACTION
               ELSE
                   PERFORM 5550-WRITE-PROPOSAL THRU 5550-EXIT
                   MOVE "DEACTIVATE PROPOSED" TO SC-EDIT-ACTION
               END-IF.
               IF SC-REV-LAST-USED(SC-REVIEW-INDEX) = 0
                   MOVE "NEVER" TO SC-EDIT-LAST
               ELSE
                   MOVE SC-REV-LAST-USED(SC-REVIEW-INDEX)
                       TO SC-EDIT-LAST
               END-IF.
               MOVE SC-REV-PRIOR-COUNT(SC-REVIEW-INDEX)
                   TO SC-EDIT-PRIOR.
               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-REV-CODE(SC-REVIEW-INDEX)
                   " " SC-REV-NAME(SC-REVIEW-INDEX)
                   " " SC-EDIT-PRIOR
                   "  " SC-EDIT-LAST
                   "   " SC-EDIT-ACTION
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
           5510-NEXT.
               ADD 1 TO SC-RANK-COUNTER.
           5510-EXIT.
               EXIT.

           *> ---- 5550-WRITE-PROPOSAL ---- <*
           *> 停止＝状態を I にし、実行日で失効させる変更取引
           5550-WRITE-PROPOSAL.
               MOVE SPACES TO PROP-RECORD.
               MOVE "C" TO PROP-ACTION.
               MOVE SC-REV-CODE(SC-REVIEW-INDEX) TO PROP-CODE.
               MOVE "I" TO PROP-STATUS.
               MOVE SC-RUN-DATE TO PROP-EXP-DATE.
               WRITE PROP-RECORD.
               ADD 1 TO SC-PROPOSAL-COUNT.
           5550-EXIT.
               EXIT.

           *> ---- 5700-WRITE-TOTALS ---- <*
           5700-WRITE-TOTALS.
               MOVE SPACES TO REVIEW-RPT-RECORD.
               WRITE REVIEW-RPT-RECORD.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ACTIVE LANGUAGES REVIEWED: " SC-REVIEW-COUNT
                   "  USAGE RECORDS READ: " SC-USE-READ-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "DECLINING: " SC-DECLINE-COUNT
                   "  ZERO-USE: " SC-ZERO-COUNT
                   "  NEW: " SC-NEW-COUNT
                   "  PROPOSALS WRITTEN: " SC-PROPOSAL-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REVIEW-RPT-RECORD FROM SC-RPT-LINE.
           5700-EXIT.
               EXIT.

           *> ---- 5900-FORMAT-DETAIL ---- <*
           *> 順位・当期・前期・増減率の明細行を編集する
           5900-FORMAT-DETAIL.
               MOVE SC-RANK-COUNTER TO SC-EDIT-RANK.
               MOVE SC-REV-CUR-COUNT(SC-REVIEW-INDEX) TO SC-EDIT-CUR.
               MOVE SC-REV-PRIOR-COUNT(SC-REVIEW-INDEX)
                   TO SC-EDIT-PRIOR.
               MOVE SPACES TO SC-RPT-LINE.
               IF SC-REV-PRIOR-COUNT(SC-REVIEW-INDEX) = 0
                   STRING SC-EDIT-RANK "  " SC-REV-CODE(SC-REVIEW-INDEX)
                       " " SC-REV-NAME(SC-REVIEW-INDEX)
                       " " SC-EDIT-CUR
                       "  " SC-EDIT-PRIOR
                       "      NEW"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   COMPUTE SC-PCT-CHANGE ROUNDED =
                       (SC-REV-CUR-COUNT(SC-REVIEW-INDEX)
                           - SC-REV-PRIOR-COUNT(SC-REVIEW-INDEX))
                       * 100 / SC-REV-PRIOR-COUNT(SC-REVIEW-INDEX)
                       ON SIZE ERROR
                           MOVE 999.9 TO SC-PCT-CHANGE
                   END-COMPUTE
                   MOVE SC-PCT-CHANGE TO SC-EDIT-PCT
                   STRING SC-EDIT-RANK "  " SC-REV-CODE(SC-REVIEW-INDEX)
                       " " SC-REV-NAME(SC-REVIEW-INDEX)
                       " " SC-EDIT-CUR
                       "  " SC-EDIT-PRIOR
                       "  " SC-EDIT-PCT
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
           5900-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-LANGUSE-STATUS NOT = "35"
                   CLOSE LANGUSE-FILE
               END-IF.
               CLOSE PROPOSAL-FILE.
               CLOSE REVIEW-RPT-FILE.
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
               MOVE "LANGREVW" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               MOVE 0 TO RLOG-RETURN-CODE.
               MOVE SC-REVIEW-COUNT TO RLOG-COUNT-1.
               MOVE SC-ZERO-COUNT TO RLOG-COUNT-2.
               MOVE SC-PROPOSAL-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM LANGREVW.
