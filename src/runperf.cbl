           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. RUNPERF.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.
               SELECT PERF-RPT-FILE ASSIGN TO "PERFRPT"
                   ORGANIZATION LINE SEQUENTIAL.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD RUNLOG-FILE.
           COPY RUNLOGR.

           FD PERF-RPT-FILE.
           01 PERF-RPT-RECORD PIC X(132).

           WORKING-STORAGE SECTION.
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-RUNLOG-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RUNLOG-EOF VALUE "Y".
              03 SC-OVERFLOW-SWITCH PIC X(01) VALUE "N".
                 88 SC-TABLE-OVERFLOW VALUE "Y".
              03 SC-SORT-DONE-SWITCH PIC X(01) VALUE "N".
                 88 SC-SORT-DONE VALUE "Y".
              03 SC-STREAM-SWITCH PIC X(01) VALUE "N".
                 88 SC-STREAM-STEP VALUE "Y".

           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-SLA PIC X(04).
           01 SC-PARM-LOOKBACK PIC X(03).
           01 SC-PARM-FACTOR PIC X(03).

           01 SC-ASOF-DATE PIC 9(08).
           *> 見直し期間（日数）。期間内の記録だけで基準値を作る
           01 SC-LOOKBACK-DAYS PIC 9(3) VALUE 90.
           01 SC-WORK-INTEGER PIC 9(8).
           01 SC-START-DATE PIC 9(8).
           *> ストリームの終了期限（HHMM）。実行開始より早い時刻は
           *> 翌朝とみなす
           01 SC-SLA-TIME.
              03 SC-SLA-HH PIC 9(02) VALUE 06.
              03 SC-SLA-MM PIC 9(02) VALUE 00.
           01 SC-SLA-SECS PIC 9(6) VALUE 0.
           *> 外れ値の倍率（％）。200なら基準の２倍超または半分未満
           01 SC-FACTOR PIC 9(3) VALUE 200.

           *> 判定の下限。これより短い差や実行時間は誤差とみなす
           01 SC-MIN-SECONDS PIC 9(5) VALUE 60.
           *> 基準値で判定するのに必要な最低実行回数
           01 SC-MIN-RUNS PIC 9(3) VALUE 5.
           *> 直近の傾向を見る実行回数と、鈍化とみなす増加率（％）
           01 SC-RECENT-RUNS PIC 9(3) VALUE 10.
           01 SC-TREND-PCT PIC 9(3) VALUE 20.
           *> 期限までの余裕がこれを切ったら要注意（秒）
           01 SC-WARN-SECONDS PIC 9(5) VALUE 1800.
           01 SC-DAY-SECONDS PIC 9(5) VALUE 86400.

           *> 日次ストリームのステップ（RUNRPTの期待順リストと同じ）。
           *> 最後のステップが記録された日をストリーム完了とみなす
           01 SC-EXPECTED-LIST.
              03 FILLER PIC X(08) VALUE "TRANSASM".
              03 FILLER PIC X(08) VALUE "LANGMNT".
              03 FILLER PIC X(08) VALUE "RATEIMP".
              03 FILLER PIC X(08) VALUE "RATEMNT".
              03 FILLER PIC X(08) VALUE "MNTAGE".
              03 FILLER PIC X(08) VALUE "RATECHK".
              03 FILLER PIC X(08) VALUE "ACCTMNT".
              03 FILLER PIC X(08) VALUE "MAIN".
              03 FILLER PIC X(08) VALUE "RPTPRT".
              03 FILLER PIC X(08) VALUE "BALANCE".
              03 FILLER PIC X(08) VALUE "XYZMON".
              03 FILLER PIC X(08) VALUE "ACCTLIST".
              03 FILLER PIC X(08) VALUE "LANGCDC".
              03 FILLER PIC X(08) VALUE "GLEXT".
              03 FILLER PIC X(08) VALUE "RECON".
           01 SC-EXPECTED-TABLE REDEFINES SC-EXPECTED-LIST.
              03 SC-EXPECTED-PROGRAM PIC X(08) OCCURS 15 TIMES.
           01 SC-EXPECTED-MAX PIC 9(2) VALUE 15.
           01 SC-EXPECTED-COUNTER PIC 9(2) VALUE 0.

           *> 期間内のジャーナル記録（追記順＝時系列）
           01 SC-MAX-RUNS PIC 9(4) VALUE 5000.
           01 SC-RUN-COUNT PIC 9(4) VALUE 0.
           01 SC-RUN-COUNTER PIC 9(4) VALUE 0.
           01 SC-RUN-TABLE.
              03 SC-RUN-ENTRY OCCURS 5000 TIMES.
                 05 SC-RUN-PROGRAM PIC X(08).
                 05 SC-RUN-PGM-INDEX PIC 9(3).
                 05 SC-RUN-DATE PIC 9(08).
                 05 SC-RUN-CYCLE PIC X(02).
                 05 SC-RUN-START PIC 9(5).
                 05 SC-RUN-ELAPSED PIC 9(5).
                 05 SC-RUN-RECORDS PIC 9(07).
                 *> 件数／分。実行時間が下限未満の回は率を出さない
                 05 SC-RUN-RATE PIC 9(9).
                 05 SC-RUN-RATED PIC X(01).

           *> プログラム別の基準値
           01 SC-MAX-PGMS PIC 9(3) VALUE 100.
           01 SC-PGM-COUNT PIC 9(3) VALUE 0.
           01 SC-PGM-COUNTER PIC 9(3) VALUE 0.
           01 SC-PGM-INDEX PIC 9(3) VALUE 0.
           01 SC-FIND-PROGRAM PIC X(08).
           01 SC-PGM-TABLE.
              03 SC-PGM-ENTRY OCCURS 100 TIMES.
                 05 SC-PGM-NAME PIC X(08).
                 05 SC-PGM-RUNS PIC 9(5).
                 05 SC-PGM-BASE-ELAPSED PIC 9(5).
                 05 SC-PGM-RECENT-ELAPSED PIC 9(5).
                 05 SC-PGM-BASE-RATE PIC 9(9).
                 05 SC-PGM-RECENT-RATE PIC 9(9).
                 05 SC-PGM-OUTLIERS PIC 9(5).

           *> 中央値を求める作業表（挿入ソート）
           01 SC-SORT-MODE PIC X(01).
              88 SC-SORT-ELAPSED VALUE "E".
              88 SC-SORT-RATE VALUE "R".
           01 SC-SORT-LIMIT PIC 9(4) VALUE 0.
           01 SC-SORT-COUNT PIC 9(4) VALUE 0.
           01 SC-SORT-I PIC 9(4) VALUE 0.
           01 SC-SORT-J PIC 9(4) VALUE 0.
           01 SC-SORT-KEY PIC 9(9) VALUE 0.
           01 SC-SORT-MID PIC 9(4) VALUE 0.
           01 SC-SORT-REM PIC 9(1) VALUE 0.
           01 SC-MEDIAN PIC 9(9) VALUE 0.
           01 SC-SORT-TABLE.
              03 SC-SORT-VALUE PIC 9(9) OCCURS 5000 TIMES.

           *> 営業日別のストリーム開始・終了（秒。日付をまたいだ
           *> 時刻は86400を足して同じ日の続きとして扱う）
           01 SC-MAX-DAYS PIC 9(3) VALUE 400.
           01 SC-DAY-COUNT PIC 9(3) VALUE 0.
           01 SC-DAY-COUNTER PIC 9(3) VALUE 0.
           01 SC-DAY-INDEX PIC 9(3) VALUE 0.
           01 SC-DAY-TABLE.
              03 SC-DAY-ENTRY OCCURS 400 TIMES.
                 05 SC-DAY-DATE PIC 9(08).
                 05 SC-DAY-START PIC 9(6).
                 05 SC-DAY-FINISH PIC 9(6).
                 05 SC-DAY-LAST-STEP PIC X(08).
                 05 SC-DAY-COMPLETE PIC X(01).

           01 SC-TIME-IN.
              03 SC-TIME-HH PIC 9(02).
              03 SC-TIME-MM PIC 9(02).
              03 SC-TIME-SS PIC 9(02).
              03 SC-TIME-HS PIC 9(02).
           01 SC-TIME-SECS PIC 9(6) VALUE 0.
           01 SC-END-SECS PIC 9(6) VALUE 0.
           01 SC-ADJ-START PIC 9(6) VALUE 0.
           01 SC-ADJ-END PIC 9(6) VALUE 0.
           01 SC-DIFF PIC S9(6) VALUE 0.
           01 SC-CHANGE-PCT PIC S9(5) VALUE 0.
           01 SC-MARGIN PIC S9(6) VALUE 0.
           01 SC-DAY-SLA PIC 9(6) VALUE 0.

           *> 時間の表示（HH:MM:SS）
           01 SC-DUR-SECS PIC 9(6) VALUE 0.
           01 SC-DUR-REM PIC 9(6) VALUE 0.
           01 SC-HMS.
              03 SC-HMS-HH PIC 9(02).
              03 FILLER PIC X(01) VALUE ":".
              03 SC-HMS-MM PIC 9(02).
              03 FILLER PIC X(01) VALUE ":".
              03 SC-HMS-SS PIC 9(02).

           01 SC-WALK-DATE PIC 9(08) VALUE 0.
           COPY BDCREC.

           01 SC-OUTLIER-COUNT PIC 9(5) VALUE 0.
           01 SC-BUSINESS-DAYS PIC 9(5) VALUE 0.
           01 SC-BREACH-DAYS PIC 9(5) VALUE 0.
           01 SC-RISK-DAYS PIC 9(5) VALUE 0.
           01 SC-MISSING-DAYS PIC 9(5) VALUE 0.
           01 SC-INCOMPLETE-DAYS PIC 9(5) VALUE 0.
           01 SC-WORST-MARGIN PIC S9(6) VALUE 0.
           01 SC-WORST-DATE PIC 9(08) VALUE 0.

           01 SC-FLAG-TEXT PIC X(30).

           *> プログラム別基準値の行
           01 SC-PGM-LINE.
              03 SC-GL-PROGRAM PIC X(08).
              03 FILLER PIC X(02).
              03 SC-GL-RUNS PIC Z(4)9.
              03 FILLER PIC X(03).
              03 SC-GL-BASE-ELAPSED PIC X(08).
              03 FILLER PIC X(03).
              03 SC-GL-RECENT-ELAPSED PIC X(08).
              03 FILLER PIC X(02).
              03 SC-GL-CHANGE PIC -(4)9.
              03 SC-GL-PCT PIC X(01).
              03 FILLER PIC X(02).
              03 SC-GL-BASE-RATE PIC Z(8)9.
              03 FILLER PIC X(02).
              03 SC-GL-RECENT-RATE PIC Z(10)9.
              03 FILLER PIC X(02).
              03 SC-GL-OUTLIERS PIC Z(7)9.
              03 FILLER PIC X(02).
              03 SC-GL-NOTE PIC X(20).

           *> 外れ値の実行の行
           01 SC-OUT-LINE.
              03 SC-OL-DATE PIC 9(08).
              03 FILLER PIC X(02).
              03 SC-OL-CYCLE PIC X(02).
              03 FILLER PIC X(02).
              03 SC-OL-PROGRAM PIC X(08).
              03 FILLER PIC X(02).
              03 SC-OL-ELAPSED PIC X(08).
              03 FILLER PIC X(02).
              03 SC-OL-BASE-ELAPSED PIC X(08).
              03 FILLER PIC X(02).
              03 SC-OL-RECORDS PIC Z(6)9.
              03 FILLER PIC X(02).
              03 SC-OL-RATE PIC Z(8)9.
              03 FILLER PIC X(02).
              03 SC-OL-BASE-RATE PIC Z(8)9.
              03 FILLER PIC X(02).
              03 SC-OL-FLAG PIC X(30).

           *> 営業日別の期限判定の行
           01 SC-DAY-LINE.
              03 SC-DL-DATE PIC 9(08).
              03 FILLER PIC X(02).
              03 SC-DL-START PIC X(08).
              03 FILLER PIC X(02).
              03 SC-DL-FINISH PIC X(08).
              03 SC-DL-NEXT-DAY PIC X(02).
              03 FILLER PIC X(02).
              03 SC-DL-LAST-STEP PIC X(08).
              03 FILLER PIC X(02).
              03 SC-DL-SIGN PIC X(01).
              03 SC-DL-MARGIN PIC X(08).
              03 FILLER PIC X(02).
              03 SC-DL-FLAG PIC X(30).

           01 SC-RPT-LINE PIC X(132).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
                   UNTIL SC-RUNLOG-EOF.
               PERFORM 3000-COMPUTE-BASELINES THRU 3000-EXIT
                   VARYING SC-PGM-INDEX FROM 1 BY 1
                   UNTIL SC-PGM-INDEX > SC-PGM-COUNT.
               PERFORM 4000-FLAG-OUTLIERS THRU 4000-EXIT.
               PERFORM 5000-WRITE-BASELINES THRU 5000-EXIT.
               PERFORM 6000-CHECK-SLA THRU 6000-EXIT.
               PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-OUTLIER-COUNT > 0 OR SC-BREACH-DAYS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-SLA.
               MOVE SPACES TO SC-PARM-LOOKBACK.
               MOVE SPACES TO SC-PARM-FACTOR.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-SLA SC-PARM-LOOKBACK
                        SC-PARM-FACTOR
               END-UNSTRING.
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-ASOF-DATE
               ELSE
                   ACCEPT SC-ASOF-DATE FROM DATE YYYYMMDD
               END-IF.
               IF SC-PARM-SLA IS NUMERIC
                       AND SC-PARM-SLA(1:2) < "24"
                       AND SC-PARM-SLA(3:2) < "60"
                   MOVE SC-PARM-SLA TO SC-SLA-TIME
               END-IF.
               IF SC-PARM-LOOKBACK IS NUMERIC
                   AND SC-PARM-LOOKBACK NOT = "000"
                   MOVE SC-PARM-LOOKBACK TO SC-LOOKBACK-DAYS
               END-IF.
               IF SC-PARM-FACTOR IS NUMERIC
                   AND SC-PARM-FACTOR > "100"
                   MOVE SC-PARM-FACTOR TO SC-FACTOR
               END-IF.
               COMPUTE SC-SLA-SECS = SC-SLA-HH * 3600 + SC-SLA-MM * 60.

               *> 期間の開始日＝基準日を含めてN日さかのぼった日付
               COMPUTE SC-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SC-ASOF-DATE)
                       - SC-LOOKBACK-DAYS + 1.
               COMPUTE SC-START-DATE =
                   FUNCTION DATE-OF-INTEGER(SC-WORK-INTEGER).

               OPEN INPUT RUNLOG-FILE.
               IF SC-RUNLOG-STATUS = "35"
                   SET SC-RUNLOG-EOF TO TRUE
               END-IF.
               OPEN OUTPUT PERF-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "BATCH PERFORMANCE BASELINES AND SLA REPORT "
                   SC-START-DATE " TO " SC-ASOF-DATE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "SLA END " SC-SLA-HH ":" SC-SLA-MM
                   "  OUTLIER FACTOR " SC-FACTOR "%"
                   "  LOOK-BACK " SC-LOOKBACK-DAYS " DAYS"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-LOAD-JOURNAL ---- <*
           *> 期間内の記録の経過時間（秒）と処理率を表に積む。
           *> 終了時刻が開始時刻より前なら日付をまたいだ実行
           2000-LOAD-JOURNAL.
               READ RUNLOG-FILE
                   AT END
                       SET SC-RUNLOG-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF RLOG-RUN-DATE IS NOT NUMERIC
                       OR RLOG-START-TIME IS NOT NUMERIC
                       OR RLOG-END-TIME IS NOT NUMERIC
                   GO TO 2000-EXIT
               END-IF.
               IF RLOG-RUN-DATE < SC-START-DATE
                       OR RLOG-RUN-DATE > SC-ASOF-DATE
                   GO TO 2000-EXIT
               END-IF.
               IF SC-RUN-COUNT = SC-MAX-RUNS
                   SET SC-TABLE-OVERFLOW TO TRUE
                   GO TO 2000-EXIT
               END-IF.
               MOVE RLOG-PROGRAM TO SC-FIND-PROGRAM.
               PERFORM 2100-FIND-PROGRAM THRU 2100-EXIT.
               IF SC-PGM-INDEX = 0
                   IF SC-PGM-COUNT = SC-MAX-PGMS
                       SET SC-TABLE-OVERFLOW TO TRUE
                       GO TO 2000-EXIT
                   END-IF
                   ADD 1 TO SC-PGM-COUNT
                   MOVE SC-PGM-COUNT TO SC-PGM-INDEX
                   MOVE RLOG-PROGRAM TO SC-PGM-NAME(SC-PGM-INDEX)
                   MOVE 0 TO SC-PGM-RUNS(SC-PGM-INDEX)
                   MOVE 0 TO SC-PGM-OUTLIERS(SC-PGM-INDEX)
               END-IF.
               ADD 1 TO SC-PGM-RUNS(SC-PGM-INDEX).

               ADD 1 TO SC-RUN-COUNT.
               MOVE RLOG-PROGRAM TO SC-RUN-PROGRAM(SC-RUN-COUNT).
               MOVE SC-PGM-INDEX TO SC-RUN-PGM-INDEX(SC-RUN-COUNT).
               MOVE RLOG-RUN-DATE TO SC-RUN-DATE(SC-RUN-COUNT).
               IF RLOG-CYCLE IS NUMERIC
                   MOVE RLOG-CYCLE TO SC-RUN-CYCLE(SC-RUN-COUNT)
               ELSE
                   MOVE SPACES TO SC-RUN-CYCLE(SC-RUN-COUNT)
               END-IF.
               MOVE RLOG-END-TIME TO SC-TIME-IN.
               PERFORM 7800-TIME-TO-SECONDS THRU 7800-EXIT.
               MOVE SC-TIME-SECS TO SC-END-SECS.
               MOVE RLOG-START-TIME TO SC-TIME-IN.
               PERFORM 7800-TIME-TO-SECONDS THRU 7800-EXIT.
               MOVE SC-TIME-SECS TO SC-RUN-START(SC-RUN-COUNT).
               IF SC-END-SECS < SC-TIME-SECS
                   ADD SC-DAY-SECONDS TO SC-END-SECS
               END-IF.
               COMPUTE SC-RUN-ELAPSED(SC-RUN-COUNT) =
                   SC-END-SECS - SC-TIME-SECS.
               MOVE RLOG-COUNT-1 TO SC-RUN-RECORDS(SC-RUN-COUNT).
               IF SC-RUN-ELAPSED(SC-RUN-COUNT) < SC-MIN-SECONDS
                   MOVE 0 TO SC-RUN-RATE(SC-RUN-COUNT)
                   MOVE "N" TO SC-RUN-RATED(SC-RUN-COUNT)
               ELSE
                   COMPUTE SC-RUN-RATE(SC-RUN-COUNT) =
                       RLOG-COUNT-1 * 60
                           / SC-RUN-ELAPSED(SC-RUN-COUNT)
                   MOVE "Y" TO SC-RUN-RATED(SC-RUN-COUNT)
               END-IF.
           2000-EXIT.
               EXIT.

           *> ---- 2100-FIND-PROGRAM ---- <*
           2100-FIND-PROGRAM.
               MOVE 0 TO SC-PGM-INDEX.
               MOVE 1 TO SC-PGM-COUNTER.
               PERFORM 2150-CHECK-ONE-PROGRAM THRU 2150-EXIT
                   UNTIL SC-PGM-COUNTER > SC-PGM-COUNT
                       OR SC-PGM-INDEX > 0.
           2100-EXIT.
               EXIT.

           *> ---- 2150-CHECK-ONE-PROGRAM ---- <*
           2150-CHECK-ONE-PROGRAM.
               IF SC-PGM-NAME(SC-PGM-COUNTER) = SC-FIND-PROGRAM
                   MOVE SC-PGM-COUNTER TO SC-PGM-INDEX
               END-IF.
               ADD 1 TO SC-PGM-COUNTER.
           2150-EXIT.
               EXIT.

           *> ---- 3000-COMPUTE-BASELINES ---- <*
           *> 基準値は期間内の全実行の中央値（外れ値に引きずられ
           *> ないように）。直近値は最後のN回の中央値
           3000-COMPUTE-BASELINES.
               SET SC-SORT-ELAPSED TO TRUE.
               MOVE SC-MAX-RUNS TO SC-SORT-LIMIT.
               PERFORM 3100-MEDIAN-OF-RUNS THRU 3100-EXIT.
               MOVE SC-MEDIAN TO SC-PGM-BASE-ELAPSED(SC-PGM-INDEX).
               MOVE SC-RECENT-RUNS TO SC-SORT-LIMIT.
               PERFORM 3100-MEDIAN-OF-RUNS THRU 3100-EXIT.
               MOVE SC-MEDIAN TO SC-PGM-RECENT-ELAPSED(SC-PGM-INDEX).
               SET SC-SORT-RATE TO TRUE.
               MOVE SC-MAX-RUNS TO SC-SORT-LIMIT.
               PERFORM 3100-MEDIAN-OF-RUNS THRU 3100-EXIT.
               MOVE SC-MEDIAN TO SC-PGM-BASE-RATE(SC-PGM-INDEX).
               MOVE SC-RECENT-RUNS TO SC-SORT-LIMIT.
               PERFORM 3100-MEDIAN-OF-RUNS THRU 3100-EXIT.
               MOVE SC-MEDIAN TO SC-PGM-RECENT-RATE(SC-PGM-INDEX).
           3000-EXIT.
               EXIT.

           *> ---- 3100-MEDIAN-OF-RUNS ---- <*
           *> 新しい実行から順に最大SC-SORT-LIMIT回分を集めて並べる
           3100-MEDIAN-OF-RUNS.
               MOVE 0 TO SC-SORT-COUNT.
               PERFORM 3200-COLLECT-ONE-RUN THRU 3200-EXIT
                   VARYING SC-RUN-COUNTER FROM SC-RUN-COUNT BY -1
                   UNTIL SC-RUN-COUNTER < 1
                       OR SC-SORT-COUNT = SC-SORT-LIMIT.
               PERFORM 7500-SORT-VALUES THRU 7500-EXIT.
               PERFORM 7600-TAKE-MEDIAN THRU 7600-EXIT.
           3100-EXIT.
               EXIT.

           *> ---- 3200-COLLECT-ONE-RUN ---- <*
           3200-COLLECT-ONE-RUN.
               IF SC-RUN-PGM-INDEX(SC-RUN-COUNTER) NOT = SC-PGM-INDEX
                   GO TO 3200-EXIT
               END-IF.
               IF SC-SORT-ELAPSED
                   ADD 1 TO SC-SORT-COUNT
                   MOVE SC-RUN-ELAPSED(SC-RUN-COUNTER)
                       TO SC-SORT-VALUE(SC-SORT-COUNT)
                   GO TO 3200-EXIT
               END-IF.
               IF SC-RUN-RATED(SC-RUN-COUNTER) = "Y"
                   ADD 1 TO SC-SORT-COUNT
                   MOVE SC-RUN-RATE(SC-RUN-COUNTER)
                       TO SC-SORT-VALUE(SC-SORT-COUNT)
               END-IF.
           3200-EXIT.
               EXIT.

           *> ---- 4000-FLAG-OUTLIERS ---- <*
           *> 基準値から倍率を超えて外れた実行を時系列で示す。
           *> 実行回数が少ないプログラムは判定しない
           4000-FLAG-OUTLIERS.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "RUNS FAR OUTSIDE BASELINE" TO SC-RPT-LINE.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RUN DATE  CY  PROGRAM   ELAPSED   BASELINE"
                   "  RECORDS   RECS/MIN  BASE RATE  FLAG"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 4100-CHECK-ONE-RUN THRU 4100-EXIT
                   VARYING SC-RUN-COUNTER FROM 1 BY 1
                   UNTIL SC-RUN-COUNTER > SC-RUN-COUNT.
               IF SC-OUTLIER-COUNT = 0
                   MOVE "NONE" TO SC-RPT-LINE
                   WRITE PERF-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           4000-EXIT.
               EXIT.

           *> ---- 4100-CHECK-ONE-RUN ---- <*
           4100-CHECK-ONE-RUN.
               MOVE SC-RUN-PGM-INDEX(SC-RUN-COUNTER) TO SC-PGM-INDEX.
               IF SC-PGM-RUNS(SC-PGM-INDEX) < SC-MIN-RUNS
                   GO TO 4100-EXIT
               END-IF.
               MOVE SPACES TO SC-FLAG-TEXT.
               COMPUTE SC-DIFF = SC-RUN-ELAPSED(SC-RUN-COUNTER)
                   - SC-PGM-BASE-ELAPSED(SC-PGM-INDEX).
               IF SC-RUN-ELAPSED(SC-RUN-COUNTER) * 100
                       > SC-PGM-BASE-ELAPSED(SC-PGM-INDEX) * SC-FACTOR
                       AND SC-DIFF NOT < SC-MIN-SECONDS
                   MOVE "** SLOW" TO SC-FLAG-TEXT
               END-IF.
               IF SC-RUN-ELAPSED(SC-RUN-COUNTER) * SC-FACTOR
                       < SC-PGM-BASE-ELAPSED(SC-PGM-INDEX) * 100
                       AND 0 - SC-DIFF NOT < SC-MIN-SECONDS
                   MOVE "** FAST" TO SC-FLAG-TEXT
               END-IF.
               IF SC-RUN-RATED(SC-RUN-COUNTER) = "Y"
                       AND SC-PGM-BASE-RATE(SC-PGM-INDEX) > 0
                       AND SC-RUN-RATE(SC-RUN-COUNTER) * SC-FACTOR
                           < SC-PGM-BASE-RATE(SC-PGM-INDEX) * 100
                   EVALUATE SC-FLAG-TEXT
                       WHEN SPACES
                           MOVE "** LOW THROUGHPUT" TO SC-FLAG-TEXT
                       WHEN "** SLOW"
                           MOVE "** SLOW, LOW THROUGHPUT"
                               TO SC-FLAG-TEXT
                   END-EVALUATE
               END-IF.
               IF SC-FLAG-TEXT = SPACES
                   GO TO 4100-EXIT
               END-IF.
               ADD 1 TO SC-OUTLIER-COUNT.
               ADD 1 TO SC-PGM-OUTLIERS(SC-PGM-INDEX).
               MOVE SPACES TO SC-OUT-LINE.
               MOVE SC-RUN-DATE(SC-RUN-COUNTER) TO SC-OL-DATE.
               MOVE SC-RUN-CYCLE(SC-RUN-COUNTER) TO SC-OL-CYCLE.
               MOVE SC-RUN-PROGRAM(SC-RUN-COUNTER) TO SC-OL-PROGRAM.
               MOVE SC-RUN-ELAPSED(SC-RUN-COUNTER) TO SC-DUR-SECS.
               PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT.
               MOVE SC-HMS TO SC-OL-ELAPSED.
               MOVE SC-PGM-BASE-ELAPSED(SC-PGM-INDEX) TO SC-DUR-SECS.
               PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT.
               MOVE SC-HMS TO SC-OL-BASE-ELAPSED.
               MOVE SC-RUN-RECORDS(SC-RUN-COUNTER) TO SC-OL-RECORDS.
               MOVE SC-RUN-RATE(SC-RUN-COUNTER) TO SC-OL-RATE.
               MOVE SC-PGM-BASE-RATE(SC-PGM-INDEX) TO SC-OL-BASE-RATE.
               MOVE SC-FLAG-TEXT TO SC-OL-FLAG.
               WRITE PERF-RPT-RECORD FROM SC-OUT-LINE.
           4100-EXIT.
               EXIT.

           *> ---- 5000-WRITE-BASELINES ---- <*
           5000-WRITE-BASELINES.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "BASELINES BY PROGRAM (MEDIAN OF THE PERIOD; "
                   "RECENT = MEDIAN OF THE LAST " SC-RECENT-RUNS
                   " RUNS; RATE = RECORDS PER MINUTE)"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "PROGRAM    RUNS   BASELINE     RECENT  CHANGE"
                   "  BASE RATE  RECENT RATE  OUTLIERS  NOTE"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 5100-WRITE-ONE-PROGRAM THRU 5100-EXIT
                   VARYING SC-PGM-INDEX FROM 1 BY 1
                   UNTIL SC-PGM-INDEX > SC-PGM-COUNT.
               IF SC-PGM-COUNT = 0
                   MOVE "NO JOURNAL RECORDS IN THE PERIOD"
                       TO SC-RPT-LINE
                   WRITE PERF-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           5000-EXIT.
               EXIT.

           *> ---- 5100-WRITE-ONE-PROGRAM ---- <*
           *> 直近値が基準値より一定以上遅ければ鈍化傾向として示す
           5100-WRITE-ONE-PROGRAM.
               MOVE SPACES TO SC-PGM-LINE.
               MOVE SC-PGM-NAME(SC-PGM-INDEX) TO SC-GL-PROGRAM.
               MOVE SC-PGM-RUNS(SC-PGM-INDEX) TO SC-GL-RUNS.
               MOVE SC-PGM-BASE-ELAPSED(SC-PGM-INDEX) TO SC-DUR-SECS.
               PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT.
               MOVE SC-HMS TO SC-GL-BASE-ELAPSED.
               MOVE SC-PGM-RECENT-ELAPSED(SC-PGM-INDEX)
                   TO SC-DUR-SECS.
               PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT.
               MOVE SC-HMS TO SC-GL-RECENT-ELAPSED.
               MOVE 0 TO SC-CHANGE-PCT.
               IF SC-PGM-BASE-ELAPSED(SC-PGM-INDEX) > 0
                   COMPUTE SC-CHANGE-PCT ROUNDED =
                       (SC-PGM-RECENT-ELAPSED(SC-PGM-INDEX)
                           - SC-PGM-BASE-ELAPSED(SC-PGM-INDEX)) * 100
                       / SC-PGM-BASE-ELAPSED(SC-PGM-INDEX)
               END-IF.
               MOVE SC-CHANGE-PCT TO SC-GL-CHANGE.
               MOVE "%" TO SC-GL-PCT.
               MOVE SC-PGM-BASE-RATE(SC-PGM-INDEX) TO SC-GL-BASE-RATE.
               MOVE SC-PGM-RECENT-RATE(SC-PGM-INDEX)
                   TO SC-GL-RECENT-RATE.
               MOVE SC-PGM-OUTLIERS(SC-PGM-INDEX) TO SC-GL-OUTLIERS.
               COMPUTE SC-DIFF = SC-PGM-RECENT-ELAPSED(SC-PGM-INDEX)
                   - SC-PGM-BASE-ELAPSED(SC-PGM-INDEX).
               IF SC-PGM-RUNS(SC-PGM-INDEX) < SC-MIN-RUNS
                   MOVE "TOO FEW RUNS" TO SC-GL-NOTE
               ELSE
                   IF SC-CHANGE-PCT NOT < SC-TREND-PCT
                           AND SC-DIFF NOT < SC-MIN-SECONDS
                       MOVE "* SLOWING" TO SC-GL-NOTE
                   END-IF
               END-IF.
               WRITE PERF-RPT-RECORD FROM SC-PGM-LINE.
           5100-EXIT.
               EXIT.

           *> ---- 6000-CHECK-SLA ---- <*
           *> 日次ストリームのステップだけで営業日ごとの開始と終了
           *> を求め、期間内の全営業日について期限との差を示す
           6000-CHECK-SLA.
               PERFORM 6100-ADD-STREAM-RUN THRU 6100-EXIT
                   VARYING SC-RUN-COUNTER FROM 1 BY 1
                   UNTIL SC-RUN-COUNTER > SC-RUN-COUNT.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "DAILY STREAM FINISH AGAINST SLA END "
                   SC-SLA-HH ":" SC-SLA-MM
                   " (+1 = AFTER MIDNIGHT)"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RUN DATE  START     FINISH      LAST STEP "
                   " MARGIN    FLAG"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SC-START-DATE TO SC-WALK-DATE.
               MOVE "V" TO BDC-REQUEST.
               MOVE SC-WALK-DATE TO BDC-DATE-1.
               MOVE SPACES TO BDC-CURRENCY.
               CALL "BDAYCALC" USING BDC.
               IF BDC-STATUS-NON-BUSINESS
                   PERFORM 6500-NEXT-BUSINESS-DAY THRU 6500-EXIT
               END-IF.
               IF BDC-STATUS-BAD-DATE
                   GO TO 6000-EXIT
               END-IF.
               PERFORM 6300-CHECK-ONE-DAY THRU 6300-EXIT
                   UNTIL SC-WALK-DATE > SC-ASOF-DATE.
           6000-EXIT.
               EXIT.

           *> ---- 6100-ADD-STREAM-RUN ---- <*
           *> その日の最初の記録の開始時刻より前の時刻は日付を
           *> またいだものとして扱う
           6100-ADD-STREAM-RUN.
               MOVE "N" TO SC-STREAM-SWITCH.
               MOVE 1 TO SC-EXPECTED-COUNTER.
               PERFORM 6150-CHECK-STREAM-STEP THRU 6150-EXIT
                   UNTIL SC-EXPECTED-COUNTER > SC-EXPECTED-MAX
                       OR SC-STREAM-STEP.
               IF NOT SC-STREAM-STEP
                   GO TO 6100-EXIT
               END-IF.
               PERFORM 6200-FIND-DAY THRU 6200-EXIT.
               IF SC-DAY-INDEX = 0
                   IF SC-DAY-COUNT = SC-MAX-DAYS
                       SET SC-TABLE-OVERFLOW TO TRUE
                       GO TO 6100-EXIT
                   END-IF
                   ADD 1 TO SC-DAY-COUNT
                   MOVE SC-DAY-COUNT TO SC-DAY-INDEX
                   MOVE SC-RUN-DATE(SC-RUN-COUNTER)
                       TO SC-DAY-DATE(SC-DAY-INDEX)
                   MOVE SC-RUN-START(SC-RUN-COUNTER)
                       TO SC-DAY-START(SC-DAY-INDEX)
                   MOVE 0 TO SC-DAY-FINISH(SC-DAY-INDEX)
                   MOVE "N" TO SC-DAY-COMPLETE(SC-DAY-INDEX)
               END-IF.
               MOVE SC-RUN-START(SC-RUN-COUNTER) TO SC-ADJ-START.
               IF SC-ADJ-START < SC-DAY-START(SC-DAY-INDEX)
                   ADD SC-DAY-SECONDS TO SC-ADJ-START
               END-IF.
               COMPUTE SC-ADJ-END =
                   SC-ADJ-START + SC-RUN-ELAPSED(SC-RUN-COUNTER).
               IF SC-ADJ-END > SC-DAY-FINISH(SC-DAY-INDEX)
                   MOVE SC-ADJ-END TO SC-DAY-FINISH(SC-DAY-INDEX)
                   MOVE SC-RUN-PROGRAM(SC-RUN-COUNTER)
                       TO SC-DAY-LAST-STEP(SC-DAY-INDEX)
               END-IF.
               IF SC-RUN-PROGRAM(SC-RUN-COUNTER)
                       = SC-EXPECTED-PROGRAM(SC-EXPECTED-MAX)
                   MOVE "Y" TO SC-DAY-COMPLETE(SC-DAY-INDEX)
               END-IF.
           6100-EXIT.
               EXIT.

           *> ---- 6150-CHECK-STREAM-STEP ---- <*
           6150-CHECK-STREAM-STEP.
               IF SC-EXPECTED-PROGRAM(SC-EXPECTED-COUNTER)
                       = SC-RUN-PROGRAM(SC-RUN-COUNTER)
                   SET SC-STREAM-STEP TO TRUE
               END-IF.
               ADD 1 TO SC-EXPECTED-COUNTER.
           6150-EXIT.
               EXIT.

           *> ---- 6200-FIND-DAY ---- <*
           6200-FIND-DAY.
               MOVE 0 TO SC-DAY-INDEX.
               MOVE 1 TO SC-DAY-COUNTER.
               PERFORM 6250-CHECK-ONE-DAY THRU 6250-EXIT
                   UNTIL SC-DAY-COUNTER > SC-DAY-COUNT
                       OR SC-DAY-INDEX > 0.
           6200-EXIT.
               EXIT.

           *> ---- 6250-CHECK-ONE-DAY ---- <*
           6250-CHECK-ONE-DAY.
               IF SC-DAY-DATE(SC-DAY-COUNTER)
                       = SC-RUN-DATE(SC-RUN-COUNTER)
                   MOVE SC-DAY-COUNTER TO SC-DAY-INDEX
               END-IF.
               ADD 1 TO SC-DAY-COUNTER.
           6250-EXIT.
               EXIT.

           *> ---- 6300-CHECK-ONE-DAY ---- <*
           *> 期限が開始時刻より早ければ翌朝の期限として比べる
           6300-CHECK-ONE-DAY.
               ADD 1 TO SC-BUSINESS-DAYS.
               MOVE SPACES TO SC-DAY-LINE.
               MOVE SC-WALK-DATE TO SC-DL-DATE.
               MOVE 0 TO SC-DAY-INDEX.
               MOVE 1 TO SC-DAY-COUNTER.
               PERFORM 6350-MATCH-WALK-DATE THRU 6350-EXIT
                   UNTIL SC-DAY-COUNTER > SC-DAY-COUNT
                       OR SC-DAY-INDEX > 0.
               IF SC-DAY-INDEX = 0
                   ADD 1 TO SC-MISSING-DAYS
                   MOVE "* NO STREAM RECORDS" TO SC-DL-FLAG
                   WRITE PERF-RPT-RECORD FROM SC-DAY-LINE
                   GO TO 6300-NEXT
               END-IF.
               MOVE SC-DAY-START(SC-DAY-INDEX) TO SC-DUR-SECS.
               PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT.
               MOVE SC-HMS TO SC-DL-START.
               MOVE SC-DAY-FINISH(SC-DAY-INDEX) TO SC-DUR-SECS.
               IF SC-DUR-SECS NOT < SC-DAY-SECONDS
                   SUBTRACT SC-DAY-SECONDS FROM SC-DUR-SECS
                   MOVE "+1" TO SC-DL-NEXT-DAY
               END-IF.
               PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT.
               MOVE SC-HMS TO SC-DL-FINISH.
               MOVE SC-DAY-LAST-STEP(SC-DAY-INDEX) TO SC-DL-LAST-STEP.
               MOVE SC-SLA-SECS TO SC-DAY-SLA.
               IF SC-DAY-SLA < SC-DAY-START(SC-DAY-INDEX)
                   ADD SC-DAY-SECONDS TO SC-DAY-SLA
               END-IF.
               COMPUTE SC-MARGIN =
                   SC-DAY-SLA - SC-DAY-FINISH(SC-DAY-INDEX).
               IF SC-MARGIN < 0
                   MOVE "-" TO SC-DL-SIGN
                   COMPUTE SC-DUR-SECS = 0 - SC-MARGIN
                   MOVE "** SLA BREACH" TO SC-DL-FLAG
                   ADD 1 TO SC-BREACH-DAYS
               ELSE
                   MOVE "+" TO SC-DL-SIGN
                   MOVE SC-MARGIN TO SC-DUR-SECS
                   IF SC-MARGIN < SC-WARN-SECONDS
                       MOVE "* AT RISK" TO SC-DL-FLAG
                       ADD 1 TO SC-RISK-DAYS
                   END-IF
               END-IF.
               PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT.
               MOVE SC-HMS TO SC-DL-MARGIN.
               IF SC-WORST-DATE = 0 OR SC-MARGIN < SC-WORST-MARGIN
                   MOVE SC-MARGIN TO SC-WORST-MARGIN
                   MOVE SC-WALK-DATE TO SC-WORST-DATE
               END-IF.
               IF SC-DAY-COMPLETE(SC-DAY-INDEX) NOT = "Y"
                   ADD 1 TO SC-INCOMPLETE-DAYS
                   IF SC-DL-FLAG = SPACES
                       MOVE "* NOT COMPLETE" TO SC-DL-FLAG
                   ELSE
                       MOVE SPACES TO SC-FLAG-TEXT
                       STRING SC-DL-FLAG DELIMITED BY "  "
                           ", NOT COMPLETE" DELIMITED BY SIZE
                           INTO SC-FLAG-TEXT
                       END-STRING
                       MOVE SC-FLAG-TEXT TO SC-DL-FLAG
                   END-IF
               END-IF.
               WRITE PERF-RPT-RECORD FROM SC-DAY-LINE.
           6300-NEXT.
               PERFORM 6500-NEXT-BUSINESS-DAY THRU 6500-EXIT.
           6300-EXIT.
               EXIT.

           *> ---- 6350-MATCH-WALK-DATE ---- <*
           6350-MATCH-WALK-DATE.
               IF SC-DAY-DATE(SC-DAY-COUNTER) = SC-WALK-DATE
                   MOVE SC-DAY-COUNTER TO SC-DAY-INDEX
               END-IF.
               ADD 1 TO SC-DAY-COUNTER.
           6350-EXIT.
               EXIT.

           *> ---- 6500-NEXT-BUSINESS-DAY ---- <*
           6500-NEXT-BUSINESS-DAY.
               MOVE "N" TO BDC-REQUEST.
               MOVE SC-WALK-DATE TO BDC-DATE-1.
               MOVE SPACES TO BDC-CURRENCY.
               CALL "BDAYCALC" USING BDC.
               IF BDC-STATUS-BAD-DATE
                   MOVE 99999999 TO SC-WALK-DATE
               ELSE
                   MOVE BDC-RESULT-DATE TO SC-WALK-DATE
               END-IF.
           6500-EXIT.
               EXIT.

           *> ---- 7000-WRITE-TOTALS ---- <*
           7000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "JOURNAL RECORDS IN PERIOD: " SC-RUN-COUNT
                   "   PROGRAMS: " SC-PGM-COUNT
                   "   RUNS FAR OUTSIDE BASELINE: " SC-OUTLIER-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "BUSINESS DAYS: " SC-BUSINESS-DAYS
                   "   SLA BREACHED: " SC-BREACH-DAYS
                   "   AT RISK: " SC-RISK-DAYS
                   "   NO RECORDS: " SC-MISSING-DAYS
                   "   NOT COMPLETE: " SC-INCOMPLETE-DAYS
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE PERF-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-WORST-DATE > 0
                   MOVE SPACES TO SC-DAY-LINE
                   IF SC-WORST-MARGIN < 0
                       MOVE "-" TO SC-DL-SIGN
                       COMPUTE SC-DUR-SECS = 0 - SC-WORST-MARGIN
                   ELSE
                       MOVE "+" TO SC-DL-SIGN
                       MOVE SC-WORST-MARGIN TO SC-DUR-SECS
                   END-IF
                   PERFORM 7900-FORMAT-DURATION THRU 7900-EXIT
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "SMALLEST MARGIN: " SC-DL-SIGN SC-HMS
                       " ON " SC-WORST-DATE
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE PERF-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               IF SC-TABLE-OVERFLOW
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "WARNING: MORE THAN " SC-MAX-RUNS
                       " RECORDS, " SC-MAX-PGMS " PROGRAMS OR "
                       SC-MAX-DAYS " DAYS - REMAINDER NOT INCLUDED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE PERF-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           7000-EXIT.
               EXIT.

           *> ---- 7500-SORT-VALUES ---- <*
           *> SC-SORT-VALUE(1)～(SC-SORT-COUNT)を昇順に並べる
           7500-SORT-VALUES.
               PERFORM 7510-INSERT-ONE THRU 7510-EXIT
                   VARYING SC-SORT-I FROM 2 BY 1
                   UNTIL SC-SORT-I > SC-SORT-COUNT.
           7500-EXIT.
               EXIT.

           *> ---- 7510-INSERT-ONE ---- <*
           7510-INSERT-ONE.
               MOVE SC-SORT-VALUE(SC-SORT-I) TO SC-SORT-KEY.
               MOVE SC-SORT-I TO SC-SORT-J.
               MOVE "N" TO SC-SORT-DONE-SWITCH.
               PERFORM 7520-SHIFT-ONE THRU 7520-EXIT
                   UNTIL SC-SORT-J < 2 OR SC-SORT-DONE.
               MOVE SC-SORT-KEY TO SC-SORT-VALUE(SC-SORT-J).
           7510-EXIT.
               EXIT.

           *> ---- 7520-SHIFT-ONE ---- <*
           7520-SHIFT-ONE.
               IF SC-SORT-VALUE(SC-SORT-J - 1) > SC-SORT-KEY
                   MOVE SC-SORT-VALUE(SC-SORT-J - 1)
                       TO SC-SORT-VALUE(SC-SORT-J)
                   SUBTRACT 1 FROM SC-SORT-J
               ELSE
                   SET SC-SORT-DONE TO TRUE
               END-IF.
           7520-EXIT.
               EXIT.

           *> ---- 7600-TAKE-MEDIAN ---- <*
           *> 偶数個なら中央の２つの平均
           7600-TAKE-MEDIAN.
               MOVE 0 TO SC-MEDIAN.
               IF SC-SORT-COUNT = 0
                   GO TO 7600-EXIT
               END-IF.
               DIVIDE SC-SORT-COUNT BY 2 GIVING SC-SORT-MID
                   REMAINDER SC-SORT-REM.
               IF SC-SORT-REM = 1
                   MOVE SC-SORT-VALUE(SC-SORT-MID + 1) TO SC-MEDIAN
               ELSE
                   COMPUTE SC-MEDIAN ROUNDED =
                       (SC-SORT-VALUE(SC-SORT-MID)
                           + SC-SORT-VALUE(SC-SORT-MID + 1)) / 2
               END-IF.
           7600-EXIT.
               EXIT.

           *> ---- 7800-TIME-TO-SECONDS ---- <*
           *> HHMMSSHH（ACCEPT FROM TIMEの形式）を０時からの秒に
           7800-TIME-TO-SECONDS.
               COMPUTE SC-TIME-SECS =
                   SC-TIME-HH * 3600 + SC-TIME-MM * 60 + SC-TIME-SS.
           7800-EXIT.
               EXIT.

           *> ---- 7900-FORMAT-DURATION ---- <*
           7900-FORMAT-DURATION.
               DIVIDE SC-DUR-SECS BY 3600 GIVING SC-HMS-HH
                   REMAINDER SC-DUR-REM.
               DIVIDE SC-DUR-REM BY 60 GIVING SC-HMS-MM
                   REMAINDER SC-HMS-SS.
           7900-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-RUNLOG-STATUS NOT = "35"
                   CLOSE RUNLOG-FILE
               END-IF.
               CLOSE PERF-RPT-FILE.
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
               MOVE "RUNPERF" TO RLOG-PROGRAM.
               MOVE SC-ASOF-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-OUTLIER-COUNT > 0 OR SC-BREACH-DAYS > 0
                   MOVE 4 TO RLOG-RETURN-CODE
               ELSE
                   MOVE 0 TO RLOG-RETURN-CODE
               END-IF.
               MOVE SC-RUN-COUNT TO RLOG-COUNT-1.
               MOVE SC-OUTLIER-COUNT TO RLOG-COUNT-2.
               MOVE SC-BREACH-DAYS TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM RUNPERF.
