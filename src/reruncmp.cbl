           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. RERUNCMP.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT XYZOLD-FILE ASSIGN TO "XYZOLD"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZOLD-STATUS.
               SELECT XYZNEW-FILE ASSIGN TO "XYZNEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-XYZNEW-STATUS.
               SELECT EXCPOLD-FILE ASSIGN TO "EXCPOLD"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-EXCPOLD-STATUS.
               SELECT EXCPNEW-FILE ASSIGN TO "EXCPNEW"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-EXCPNEW-STATUS.
               SELECT CTLSNAP-FILE ASSIGN TO "CTLSNAP"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-CTLSNAP-STATUS.
               SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNCTL-STATUS.
               SELECT CMP-RPT-FILE ASSIGN TO "CMPRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           *> BACKOUTが退避した元の実行分（前段ソートで照合キー順）
           FD XYZOLD-FILE.
           01 XYZOLD-RECORD PIC X(76).

           *> 再実行後のXYZOUT（同じキー順）
           FD XYZNEW-FILE.
           COPY XYZOREC.

           FD EXCPOLD-FILE.
           01 EXCPOLD-RECORD PIC X(55).

           FD EXCPNEW-FILE.
           COPY EXCPREC.

           FD CTLSNAP-FILE.
           01 CTLSNAP-RECORD PIC X(58).

           FD RUNCTL-FILE.
           COPY RUNCTLR.

           FD CMP-RPT-FILE.
           01 CMP-RPT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-XYZOLD-STATUS PIC X(02).
           01 SC-XYZNEW-STATUS PIC X(02).
           01 SC-EXCPOLD-STATUS PIC X(02).
           01 SC-EXCPNEW-STATUS PIC X(02).
           01 SC-CTLSNAP-STATUS PIC X(02).
           01 SC-RUNCTL-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-XYZOLD-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZOLD-EOF VALUE "Y".
              03 SC-XYZNEW-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-XYZNEW-EOF VALUE "Y".
              03 SC-EXCPOLD-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-EXCPOLD-EOF VALUE "Y".
              03 SC-EXCPNEW-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-EXCPNEW-EOF VALUE "Y".
              03 SC-CTLSNAP-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-CTLSNAP-EOF VALUE "Y".
              03 SC-RUNCTL-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RUNCTL-EOF VALUE "Y".
              03 SC-OLD-READY-SWITCH PIC X(01) VALUE "N".
                 88 SC-OLD-READY VALUE "Y".
              03 SC-NEW-READY-SWITCH PIC X(01) VALUE "N".
                 88 SC-NEW-READY VALUE "Y".
              03 SC-SNAPSHOT-SWITCH PIC X(01) VALUE "N".
                 88 SC-SNAPSHOT-FOUND VALUE "Y".
              03 SC-ORIG-CTL-SWITCH PIC X(01) VALUE "N".
                 88 SC-ORIG-CTL-HELD VALUE "Y".
              03 SC-COMPARE-FAIL-SWITCH PIC X(01) VALUE "N".
                 88 SC-COMPARE-FAIL VALUE "Y".

           *> 対象日（必須。省略時に当日と誤って照合しないため）
           01 SC-PARM-DATE PIC X(08).
           01 SC-CMP-DATE PIC 9(08).

           *> 退避したXYZOUT行（XYZOUTと同じ形式。値日は値日導入前
           *> の空白行もそのまま比べられるよう文字で持つ）
           01 SC-OLD-XYZ.
              03 SC-OLD-X PIC S9(7)V99.
              03 SC-OLD-Y PIC S9(7)V99.
              03 SC-OLD-Z PIC S9(7)V99.
              03 SC-OLD-CCY PIC X(03).
              03 SC-OLD-Z-REPORTING PIC S9(7)V99.
              03 SC-OLD-RUN-DATE PIC 9(08).
              03 SC-OLD-ACCOUNT PIC X(10).
              03 SC-OLD-SOURCE PIC X(08).
              03 SC-OLD-OPERATION PIC X(01).
              03 SC-OLD-CYCLE PIC X(02).
              03 SC-OLD-VALUE-DATE PIC X(08).
           01 SC-NEW-VALUE-DATE PIC X(08).

           *> 結果の照合キー（入力取引を表す項目。ソートと同じ順）
           01 SC-OLD-KEY.
              03 SC-OLD-KEY-ACCOUNT PIC X(10).
              03 SC-OLD-KEY-CCY PIC X(03).
              03 SC-OLD-KEY-SOURCE PIC X(08).
              03 SC-OLD-KEY-OPERATION PIC X(01).
              03 SC-OLD-KEY-X PIC S9(7)V99.
              03 SC-OLD-KEY-Y PIC S9(7)V99.
           01 SC-NEW-KEY.
              03 SC-NEW-KEY-ACCOUNT PIC X(10).
              03 SC-NEW-KEY-CCY PIC X(03).
              03 SC-NEW-KEY-SOURCE PIC X(08).
              03 SC-NEW-KEY-OPERATION PIC X(01).
              03 SC-NEW-KEY-X PIC S9(7)V99.
              03 SC-NEW-KEY-Y PIC S9(7)V99.
           01 SC-PREV-OLD-KEY PIC X(40) VALUE LOW-VALUES.
           01 SC-PREV-NEW-KEY PIC X(40) VALUE LOW-VALUES.

           *> 退避した例外行（EXCPDATAと同じ形式）
           01 SC-OLD-EXCP.
              03 SC-OLD-EXCP-DATE PIC 9(08).
              03 SC-OLD-EXCP-TYPE PIC X(01).
              03 SC-OLD-EXCP-REASON PIC X(04).
              03 SC-OLD-EXCP-DATA PIC X(22).
              03 SC-OLD-EXCP-ACCOUNT PIC X(10).
              03 SC-OLD-EXCP-SOURCE PIC X(08).
              03 SC-OLD-EXCP-CYCLE PIC X(02).

           *> 例外の照合キー（却下された入力取引そのもの）
           01 SC-OLD-EKEY.
              03 SC-OLD-EKEY-TYPE PIC X(01).
              03 SC-OLD-EKEY-DATA PIC X(22).
              03 SC-OLD-EKEY-ACCOUNT PIC X(10).
              03 SC-OLD-EKEY-SOURCE PIC X(08).
           01 SC-NEW-EKEY.
              03 SC-NEW-EKEY-TYPE PIC X(01).
              03 SC-NEW-EKEY-DATA PIC X(22).
              03 SC-NEW-EKEY-ACCOUNT PIC X(10).
              03 SC-NEW-EKEY-SOURCE PIC X(08).
           01 SC-PREV-OLD-EKEY PIC X(41) VALUE LOW-VALUES.
           01 SC-PREV-NEW-EKEY PIC X(41) VALUE LOW-VALUES.

           *> 管理レコード（RUNCTLと同じ形式）の件数欄を添字で扱う
           01 SC-CTL-WORK.
              03 SC-CTL-DATE PIC 9(08).
              03 SC-CTL-FIELD PIC 9(06) OCCURS 8 TIMES.
              03 SC-CTL-CYCLE PIC 9(02).
           01 SC-CTL-TOTALS.
              03 SC-CTL-TOTAL OCCURS 8 TIMES.
                 05 SC-CTL-ORIG PIC 9(07).
                 05 SC-CTL-RERUN PIC 9(07).
           01 SC-CTL-LABEL-LIST.
              03 FILLER PIC X(20) VALUE "RECORDS READ".
              03 FILLER PIC X(20) VALUE "RECORDS PROCESSED".
              03 FILLER PIC X(20) VALUE "RECORDS REJECTED".
              03 FILLER PIC X(20) VALUE "REPORT PAGES".
              03 FILLER PIC X(20) VALUE "XYZ CALCULATIONS".
              03 FILLER PIC X(20) VALUE "DUPLICATES".
              03 FILLER PIC X(20) VALUE "XYZOUT WRITTEN".
              03 FILLER PIC X(20) VALUE "CONVERSIONS".
           01 SC-CTL-LABEL-TABLE REDEFINES SC-CTL-LABEL-LIST.
              03 SC-CTL-LABEL PIC X(20) OCCURS 8 TIMES.
           01 SC-CTL-MAX PIC 9(2) VALUE 8.
           01 SC-CTL-INDEX PIC 9(2) VALUE 0.
           01 SC-ORIG-CYCLES PIC 9(3) VALUE 0.
           01 SC-RERUN-CYCLES PIC 9(3) VALUE 0.
           01 SC-CTL-DIFF PIC S9(7) VALUE 0.

           *> 通貨別の件数と金額（元の実行／再実行／差異の内訳）
           01 SC-CCY-MAX PIC 9(3) VALUE 50.
           01 SC-CCY-COUNT PIC 9(3) VALUE 0.
           01 SC-CCY-COUNTER PIC 9(3) VALUE 0.
           01 SC-CCY-INDEX PIC 9(3) VALUE 0.
           01 SC-FIND-CCY PIC X(03).
           01 SC-CCY-TABLE.
              03 SC-CCY-ENTRY OCCURS 50 TIMES.
                 05 SC-CCY-CODE PIC X(03).
                 05 SC-CCY-ORIG-COUNT PIC 9(07).
                 05 SC-CCY-ORIG-Z PIC S9(11)V99.
                 05 SC-CCY-ORIG-REP PIC S9(11)V99.
                 05 SC-CCY-RERUN-COUNT PIC 9(07).
                 05 SC-CCY-RERUN-Z PIC S9(11)V99.
                 05 SC-CCY-RERUN-REP PIC S9(11)V99.
                 05 SC-CCY-ADDED PIC 9(07).
                 05 SC-CCY-REMOVED PIC 9(07).
                 05 SC-CCY-CHANGED PIC 9(07).

           *> 理由コード別の例外件数
           01 SC-RSN-MAX PIC 9(2) VALUE 30.
           01 SC-RSN-COUNT PIC 9(2) VALUE 0.
           01 SC-RSN-COUNTER PIC 9(2) VALUE 0.
           01 SC-RSN-INDEX PIC 9(2) VALUE 0.
           01 SC-FIND-REASON PIC X(04).
           01 SC-RSN-TABLE.
              03 SC-RSN-ENTRY OCCURS 30 TIMES.
                 05 SC-RSN-CODE PIC X(04).
                 05 SC-RSN-ORIG PIC 9(07).
                 05 SC-RSN-RERUN PIC 9(07).

           01 SC-ORIG-ROWS PIC 9(7) VALUE 0.
           01 SC-RERUN-ROWS PIC 9(7) VALUE 0.
           01 SC-ADDED-COUNT PIC 9(7) VALUE 0.
           01 SC-REMOVED-COUNT PIC 9(7) VALUE 0.
           01 SC-CHANGED-COUNT PIC 9(7) VALUE 0.
           01 SC-SAME-COUNT PIC 9(7) VALUE 0.
           01 SC-ORIG-EXCP-ROWS PIC 9(7) VALUE 0.
           01 SC-RERUN-EXCP-ROWS PIC 9(7) VALUE 0.
           01 SC-NEW-EXCP-COUNT PIC 9(7) VALUE 0.
           01 SC-CLEARED-COUNT PIC 9(7) VALUE 0.
           01 SC-SHIFT-COUNT PIC 9(7) VALUE 0.
           01 SC-SAME-EXCP-COUNT PIC 9(7) VALUE 0.
           01 SC-CTL-DIFF-COUNT PIC 9(7) VALUE 0.
           01 SC-DIFF-TOTAL PIC 9(7) VALUE 0.

           *> 結果の明細行
           01 SC-XYZ-LINE.
              03 SC-XL-RESULT PIC X(08).
              03 FILLER PIC X(01).
              03 SC-XL-ACCOUNT PIC X(10).
              03 FILLER PIC X(01).
              03 SC-XL-CCY PIC X(03).
              03 FILLER PIC X(01).
              03 SC-XL-SOURCE PIC X(08).
              03 FILLER PIC X(01).
              03 SC-XL-OPERATION PIC X(01).
              03 FILLER PIC X(01).
              03 SC-XL-X PIC -(7)9.99.
              03 FILLER PIC X(01).
              03 SC-XL-Y PIC -(7)9.99.
              03 FILLER PIC X(01).
              03 SC-XL-ORIG-Z PIC -(7)9.99.
              03 FILLER PIC X(01).
              03 SC-XL-ORIG-REP PIC -(7)9.99.
              03 FILLER PIC X(01).
              03 SC-XL-RERUN-Z PIC -(7)9.99.
              03 FILLER PIC X(01).
              03 SC-XL-RERUN-REP PIC -(7)9.99.
              03 FILLER PIC X(01).
              03 SC-XL-ORIG-VD PIC X(08).
              03 FILLER PIC X(01).
              03 SC-XL-RERUN-VD PIC X(08).

           *> 通貨別の集計行
           01 SC-CCY-LINE.
              03 SC-CL-CCY PIC X(03).
              03 FILLER PIC X(02).
              03 SC-CL-ORIG-COUNT PIC Z(6)9.
              03 FILLER PIC X(01).
              03 SC-CL-ORIG-Z PIC -(11)9.99.
              03 FILLER PIC X(01).
              03 SC-CL-ORIG-REP PIC -(11)9.99.
              03 FILLER PIC X(02).
              03 SC-CL-RERUN-COUNT PIC Z(6)9.
              03 FILLER PIC X(01).
              03 SC-CL-RERUN-Z PIC -(11)9.99.
              03 FILLER PIC X(01).
              03 SC-CL-RERUN-REP PIC -(11)9.99.
              03 FILLER PIC X(01).
              03 SC-CL-REP-DIFF PIC -(11)9.99.
              03 FILLER PIC X(01).
              03 SC-CL-ADDED PIC Z(6)9.
              03 FILLER PIC X(01).
              03 SC-CL-REMOVED PIC Z(6)9.
              03 FILLER PIC X(01).
              03 SC-CL-CHANGED PIC Z(6)9.
           01 SC-REP-DIFF PIC S9(11)V99 VALUE 0.

           *> 例外の明細行
           01 SC-EXC-LINE.
              03 SC-EL-RESULT PIC X(14).
              03 FILLER PIC X(01).
              03 SC-EL-TYPE PIC X(01).
              03 FILLER PIC X(02).
              03 SC-EL-DATA PIC X(22).
              03 FILLER PIC X(01).
              03 SC-EL-ACCOUNT PIC X(10).
              03 FILLER PIC X(01).
              03 SC-EL-SOURCE PIC X(08).
              03 FILLER PIC X(03).
              03 SC-EL-ORIG-REASON PIC X(04).
              03 FILLER PIC X(04).
              03 SC-EL-RERUN-REASON PIC X(04).

           *> 理由コード別／管理件数の集計行
           01 SC-COUNT-LINE.
              03 SC-NL-LABEL PIC X(20).
              03 FILLER PIC X(02).
              03 SC-NL-ORIG PIC Z(6)9.
              03 FILLER PIC X(03).
              03 SC-NL-RERUN PIC Z(6)9.
              03 FILLER PIC X(03).
              03 SC-NL-DIFF PIC -(7)9.
              03 FILLER PIC X(02).
              03 SC-NL-FLAG PIC X(07).

           01 SC-RPT-LINE PIC X(132).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-LOAD-CONTROL-SNAPSHOT THRU 2000-EXIT
                   UNTIL SC-CTLSNAP-EOF.
               PERFORM 2500-CHECK-SNAPSHOT THRU 2500-EXIT.
               IF NOT SC-COMPARE-FAIL
                   PERFORM 3000-COMPARE-RESULTS THRU 3000-EXIT
               END-IF.
               IF NOT SC-COMPARE-FAIL
                   PERFORM 4000-COMPARE-EXCEPTIONS THRU 4000-EXIT
               END-IF.
               IF NOT SC-COMPARE-FAIL
                   PERFORM 5000-COMPARE-CONTROLS THRU 5000-EXIT
                   PERFORM 6000-WRITE-SIGN-OFF THRU 6000-EXIT
               END-IF.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-COMPARE-FAIL
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-DIFF-TOTAL > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-DATE FROM COMMAND-LINE.
               IF SC-PARM-DATE IS NOT NUMERIC
                   DISPLAY "RERUNCMP: RUN DATE PARM (YYYYMMDD) IS "
                       "REQUIRED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SC-PARM-DATE TO SC-CMP-DATE.

               OPEN INPUT XYZOLD-FILE.
               IF SC-XYZOLD-STATUS = "35"
                   SET SC-XYZOLD-EOF TO TRUE
               END-IF.
               OPEN INPUT XYZNEW-FILE.
               IF SC-XYZNEW-STATUS = "35"
                   SET SC-XYZNEW-EOF TO TRUE
               END-IF.
               OPEN INPUT EXCPOLD-FILE.
               IF SC-EXCPOLD-STATUS = "35"
                   SET SC-EXCPOLD-EOF TO TRUE
               END-IF.
               OPEN INPUT EXCPNEW-FILE.
               IF SC-EXCPNEW-STATUS = "35"
                   SET SC-EXCPNEW-EOF TO TRUE
               END-IF.
               OPEN INPUT CTLSNAP-FILE.
               IF SC-CTLSNAP-STATUS = "35"
                   SET SC-CTLSNAP-EOF TO TRUE
               END-IF.
               OPEN INPUT RUNCTL-FILE.
               IF SC-RUNCTL-STATUS = "35"
                   SET SC-RUNCTL-EOF TO TRUE
               END-IF.
               OPEN OUTPUT CMP-RPT-FILE.

               MOVE ZEROS TO SC-CTL-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "REPROCESSING COMPARISON FOR RUN DATE "
                   SC-CMP-DATE
                   " - ORIGINAL RUN (BACKOUT SNAPSHOT) AGAINST RERUN"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
               EXIT.

           *> ---- 2000-LOAD-CONTROL-SNAPSHOT ---- <*
           *> 元の実行の管理件数を合計する。サイクル00だけの退避は
           *> 取り消し時にRUNCTLが既に無かったことを示す
           2000-LOAD-CONTROL-SNAPSHOT.
               READ CTLSNAP-FILE INTO SC-CTL-WORK
                   AT END
                       SET SC-CTLSNAP-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               IF SC-CTL-DATE NOT = SC-CMP-DATE
                   GO TO 2000-EXIT
               END-IF.
               SET SC-SNAPSHOT-FOUND TO TRUE.
               IF SC-CTL-CYCLE = 0
                   GO TO 2000-EXIT
               END-IF.
               SET SC-ORIG-CTL-HELD TO TRUE.
               ADD 1 TO SC-ORIG-CYCLES.
               PERFORM 2100-ADD-ORIG-FIELD THRU 2100-EXIT
                   VARYING SC-CTL-INDEX FROM 1 BY 1
                   UNTIL SC-CTL-INDEX > SC-CTL-MAX.
           2000-EXIT.
               EXIT.

           *> ---- 2100-ADD-ORIG-FIELD ---- <*
           2100-ADD-ORIG-FIELD.
               ADD SC-CTL-FIELD(SC-CTL-INDEX)
                   TO SC-CTL-ORIG(SC-CTL-INDEX).
           2100-EXIT.
               EXIT.

           *> ---- 2500-CHECK-SNAPSHOT ---- <*
           *> 退避が無ければ比べる相手が無い
           2500-CHECK-SNAPSHOT.
               IF SC-SNAPSHOT-FOUND
                   GO TO 2500-EXIT
               END-IF.
               SET SC-COMPARE-FAIL TO TRUE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "FAIL: NO BACKOUT SNAPSHOT FOR " SC-CMP-DATE
                   " ON CTLSNAP - NOTHING COMPARED"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
           2500-EXIT.
               EXIT.

           *> ---- 3000-COMPARE-RESULTS ---- <*
           *> 入力取引ごとに元の結果と再実行の結果を突き合わせる
           3000-COMPARE-RESULTS.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "XYZ RESULTS ADDED, REMOVED OR CHANGED"
                   TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RESULT   ACCOUNT    CCY SOURCE   O"
                   "           X           Y      ORIG Z"
                   "    ORIG REP     RERUN Z   RERUN REP"
                   " ORIG VD  RERUN VD"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 3100-READ-OLD-RESULT THRU 3100-EXIT.
               PERFORM 3200-READ-NEW-RESULT THRU 3200-EXIT.
               PERFORM 3300-MATCH-ONE-RESULT THRU 3300-EXIT
                   UNTIL SC-COMPARE-FAIL
                       OR (SC-OLD-KEY = HIGH-VALUES
                           AND SC-NEW-KEY = HIGH-VALUES).
               IF SC-COMPARE-FAIL
                   GO TO 3000-EXIT
               END-IF.
               IF SC-ADDED-COUNT = 0 AND SC-REMOVED-COUNT = 0
                       AND SC-CHANGED-COUNT = 0
                   MOVE "NONE" TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               PERFORM 3600-WRITE-CCY-TOTALS THRU 3600-EXIT.
           3000-EXIT.
               EXIT.

           *> ---- 3100-READ-OLD-RESULT ---- <*
           3100-READ-OLD-RESULT.
               MOVE "N" TO SC-OLD-READY-SWITCH.
               PERFORM 3110-READ-ONE-OLD THRU 3110-EXIT
                   UNTIL SC-OLD-READY.
           3100-EXIT.
               EXIT.

           *> ---- 3110-READ-ONE-OLD ---- <*
           3110-READ-ONE-OLD.
               IF SC-XYZOLD-EOF
                   MOVE HIGH-VALUES TO SC-OLD-KEY
                   SET SC-OLD-READY TO TRUE
                   GO TO 3110-EXIT
               END-IF.
               READ XYZOLD-FILE INTO SC-OLD-XYZ
                   AT END
                       SET SC-XYZOLD-EOF TO TRUE
                       GO TO 3110-EXIT
               END-READ.
               IF SC-OLD-RUN-DATE NOT = SC-CMP-DATE
                   GO TO 3110-EXIT
               END-IF.
               SET SC-OLD-READY TO TRUE.
               MOVE SC-OLD-ACCOUNT TO SC-OLD-KEY-ACCOUNT.
               MOVE SC-OLD-CCY TO SC-OLD-KEY-CCY.
               MOVE SC-OLD-SOURCE TO SC-OLD-KEY-SOURCE.
               MOVE SC-OLD-OPERATION TO SC-OLD-KEY-OPERATION.
               MOVE SC-OLD-X TO SC-OLD-KEY-X.
               MOVE SC-OLD-Y TO SC-OLD-KEY-Y.
               IF SC-OLD-KEY < SC-PREV-OLD-KEY
                   SET SC-COMPARE-FAIL TO TRUE
                   MOVE "FAIL: XYZOLD IS NOT IN KEY ORDER"
                       TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 3110-EXIT
               END-IF.
               MOVE SC-OLD-KEY TO SC-PREV-OLD-KEY.
               ADD 1 TO SC-ORIG-ROWS.
               MOVE SC-OLD-CCY TO SC-FIND-CCY.
               PERFORM 3500-LOCATE-CCY THRU 3500-EXIT.
               IF SC-CCY-INDEX > 0
                   ADD 1 TO SC-CCY-ORIG-COUNT(SC-CCY-INDEX)
                   ADD SC-OLD-Z TO SC-CCY-ORIG-Z(SC-CCY-INDEX)
                   ADD SC-OLD-Z-REPORTING
                       TO SC-CCY-ORIG-REP(SC-CCY-INDEX)
               END-IF.
           3110-EXIT.
               EXIT.

           *> ---- 3200-READ-NEW-RESULT ---- <*
           3200-READ-NEW-RESULT.
               MOVE "N" TO SC-NEW-READY-SWITCH.
               PERFORM 3210-READ-ONE-NEW THRU 3210-EXIT
                   UNTIL SC-NEW-READY.
           3200-EXIT.
               EXIT.

           *> ---- 3210-READ-ONE-NEW ---- <*
           3210-READ-ONE-NEW.
               IF SC-XYZNEW-EOF
                   MOVE HIGH-VALUES TO SC-NEW-KEY
                   SET SC-NEW-READY TO TRUE
                   GO TO 3210-EXIT
               END-IF.
               READ XYZNEW-FILE
                   AT END
                       SET SC-XYZNEW-EOF TO TRUE
                       GO TO 3210-EXIT
               END-READ.
               IF XYZOUT-RUN-DATE NOT = SC-CMP-DATE
                       OR XYZOUT-OPENING-BALANCE
                   GO TO 3210-EXIT
               END-IF.
               SET SC-NEW-READY TO TRUE.
               MOVE XYZOUT-ACCOUNT TO SC-NEW-KEY-ACCOUNT.
               MOVE XYZOUT-CURRENCY-CODE TO SC-NEW-KEY-CCY.
               MOVE XYZOUT-SOURCE TO SC-NEW-KEY-SOURCE.
               MOVE XYZOUT-OPERATION TO SC-NEW-KEY-OPERATION.
               MOVE XYZOUT-X TO SC-NEW-KEY-X.
               MOVE XYZOUT-Y TO SC-NEW-KEY-Y.
               MOVE XYZOUT-VALUE-DATE TO SC-NEW-VALUE-DATE.
               IF SC-NEW-KEY < SC-PREV-NEW-KEY
                   SET SC-COMPARE-FAIL TO TRUE
                   MOVE "FAIL: XYZNEW IS NOT IN KEY ORDER"
                       TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 3210-EXIT
               END-IF.
               MOVE SC-NEW-KEY TO SC-PREV-NEW-KEY.
               ADD 1 TO SC-RERUN-ROWS.
               MOVE XYZOUT-CURRENCY-CODE TO SC-FIND-CCY.
               PERFORM 3500-LOCATE-CCY THRU 3500-EXIT.
               IF SC-CCY-INDEX > 0
                   ADD 1 TO SC-CCY-RERUN-COUNT(SC-CCY-INDEX)
                   ADD XYZOUT-Z TO SC-CCY-RERUN-Z(SC-CCY-INDEX)
                   ADD XYZOUT-Z-REPORTING
                       TO SC-CCY-RERUN-REP(SC-CCY-INDEX)
               END-IF.
           3210-EXIT.
               EXIT.

           *> ---- 3300-MATCH-ONE-RESULT ---- <*
           *> キーが元にしか無ければ削除、再実行にしか無ければ追加、
           *> 両方にあって金額か値日が違えば変更
           3300-MATCH-ONE-RESULT.
               MOVE SPACES TO SC-XYZ-LINE.
               IF SC-OLD-KEY < SC-NEW-KEY
                   ADD 1 TO SC-REMOVED-COUNT
                   MOVE "REMOVED" TO SC-XL-RESULT
                   PERFORM 3400-FILL-ORIG-SIDE THRU 3400-EXIT
                   MOVE SC-OLD-CCY TO SC-FIND-CCY
                   PERFORM 3500-LOCATE-CCY THRU 3500-EXIT
                   IF SC-CCY-INDEX > 0
                       ADD 1 TO SC-CCY-REMOVED(SC-CCY-INDEX)
                   END-IF
                   WRITE CMP-RPT-RECORD FROM SC-XYZ-LINE
                   PERFORM 3100-READ-OLD-RESULT THRU 3100-EXIT
                   GO TO 3300-EXIT
               END-IF.
               IF SC-OLD-KEY > SC-NEW-KEY
                   ADD 1 TO SC-ADDED-COUNT
                   MOVE "ADDED" TO SC-XL-RESULT
                   PERFORM 3410-FILL-RERUN-SIDE THRU 3410-EXIT
                   MOVE XYZOUT-CURRENCY-CODE TO SC-FIND-CCY
                   PERFORM 3500-LOCATE-CCY THRU 3500-EXIT
                   IF SC-CCY-INDEX > 0
                       ADD 1 TO SC-CCY-ADDED(SC-CCY-INDEX)
                   END-IF
                   WRITE CMP-RPT-RECORD FROM SC-XYZ-LINE
                   PERFORM 3200-READ-NEW-RESULT THRU 3200-EXIT
                   GO TO 3300-EXIT
               END-IF.
               IF SC-OLD-Z = XYZOUT-Z
                       AND SC-OLD-Z-REPORTING = XYZOUT-Z-REPORTING
                       AND SC-OLD-VALUE-DATE = SC-NEW-VALUE-DATE
                   ADD 1 TO SC-SAME-COUNT
               ELSE
                   ADD 1 TO SC-CHANGED-COUNT
                   MOVE "CHANGED" TO SC-XL-RESULT
                   PERFORM 3400-FILL-ORIG-SIDE THRU 3400-EXIT
                   PERFORM 3410-FILL-RERUN-SIDE THRU 3410-EXIT
                   MOVE SC-OLD-CCY TO SC-FIND-CCY
                   PERFORM 3500-LOCATE-CCY THRU 3500-EXIT
                   IF SC-CCY-INDEX > 0
                       ADD 1 TO SC-CCY-CHANGED(SC-CCY-INDEX)
                   END-IF
                   WRITE CMP-RPT-RECORD FROM SC-XYZ-LINE
               END-IF.
               PERFORM 3100-READ-OLD-RESULT THRU 3100-EXIT.
               PERFORM 3200-READ-NEW-RESULT THRU 3200-EXIT.
           3300-EXIT.
               EXIT.

           *> ---- 3400-FILL-ORIG-SIDE ---- <*
           3400-FILL-ORIG-SIDE.
               MOVE SC-OLD-ACCOUNT TO SC-XL-ACCOUNT.
               MOVE SC-OLD-CCY TO SC-XL-CCY.
               MOVE SC-OLD-SOURCE TO SC-XL-SOURCE.
               MOVE SC-OLD-OPERATION TO SC-XL-OPERATION.
               MOVE SC-OLD-X TO SC-XL-X.
               MOVE SC-OLD-Y TO SC-XL-Y.
               MOVE SC-OLD-Z TO SC-XL-ORIG-Z.
               MOVE SC-OLD-Z-REPORTING TO SC-XL-ORIG-REP.
               MOVE SC-OLD-VALUE-DATE TO SC-XL-ORIG-VD.
           3400-EXIT.
               EXIT.

           *> ---- 3410-FILL-RERUN-SIDE ---- <*
           3410-FILL-RERUN-SIDE.
               MOVE XYZOUT-ACCOUNT TO SC-XL-ACCOUNT.
               MOVE XYZOUT-CURRENCY-CODE TO SC-XL-CCY.
               MOVE XYZOUT-SOURCE TO SC-XL-SOURCE.
               MOVE XYZOUT-OPERATION TO SC-XL-OPERATION.
               MOVE XYZOUT-X TO SC-XL-X.
               MOVE XYZOUT-Y TO SC-XL-Y.
               MOVE XYZOUT-Z TO SC-XL-RERUN-Z.
               MOVE XYZOUT-Z-REPORTING TO SC-XL-RERUN-REP.
               MOVE SC-NEW-VALUE-DATE TO SC-XL-RERUN-VD.
           3410-EXIT.
               EXIT.

           *> ---- 3500-LOCATE-CCY ---- <*
           *> 通貨の行を探し、無ければ追加する。満杯は照合不能
           3500-LOCATE-CCY.
               MOVE 0 TO SC-CCY-INDEX.
               MOVE 1 TO SC-CCY-COUNTER.
               PERFORM 3510-FIND-CCY THRU 3510-EXIT
                   UNTIL SC-CCY-COUNTER > SC-CCY-COUNT
                       OR SC-CCY-INDEX > 0.
               IF SC-CCY-INDEX > 0
                   GO TO 3500-EXIT
               END-IF.
               IF SC-CCY-COUNT NOT < SC-CCY-MAX
                   SET SC-COMPARE-FAIL TO TRUE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: MORE THAN " SC-CCY-MAX
                       " CURRENCIES - CURRENCY TABLE FULL"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 3500-EXIT
               END-IF.
               ADD 1 TO SC-CCY-COUNT.
               MOVE SC-CCY-COUNT TO SC-CCY-INDEX.
               MOVE SC-FIND-CCY TO SC-CCY-CODE(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-ORIG-COUNT(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-ORIG-Z(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-ORIG-REP(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-RERUN-COUNT(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-RERUN-Z(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-RERUN-REP(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-ADDED(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-REMOVED(SC-CCY-INDEX).
               MOVE 0 TO SC-CCY-CHANGED(SC-CCY-INDEX).
           3500-EXIT.
               EXIT.

           *> ---- 3510-FIND-CCY ---- <*
           3510-FIND-CCY.
               IF SC-CCY-CODE(SC-CCY-COUNTER) = SC-FIND-CCY
                   MOVE SC-CCY-COUNTER TO SC-CCY-INDEX
               END-IF.
               ADD 1 TO SC-CCY-COUNTER.
           3510-EXIT.
               EXIT.

           *> ---- 3600-WRITE-CCY-TOTALS ---- <*
           *> 通貨ごとの元の実行と再実行の件数・金額と差異の内訳
           3600-WRITE-CCY-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "XYZ RESULTS BY CURRENCY" TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CCY  ORIG ROWS          ORIG Z"
                   "  ORIG REPORTING  RERUN ROWS         RERUN Z"
                   " RERUN REPORTING  REPORTING DIFF"
                   "   ADDED REMOVED CHANGED"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 3610-WRITE-ONE-CCY THRU 3610-EXIT
                   VARYING SC-CCY-INDEX FROM 1 BY 1
                   UNTIL SC-CCY-INDEX > SC-CCY-COUNT.
               IF SC-CCY-COUNT = 0
                   MOVE "NO XYZ RESULTS IN EITHER RUN" TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           3600-EXIT.
               EXIT.

           *> ---- 3610-WRITE-ONE-CCY ---- <*
           3610-WRITE-ONE-CCY.
               MOVE SPACES TO SC-CCY-LINE.
               MOVE SC-CCY-CODE(SC-CCY-INDEX) TO SC-CL-CCY.
               MOVE SC-CCY-ORIG-COUNT(SC-CCY-INDEX) TO SC-CL-ORIG-COUNT.
               MOVE SC-CCY-ORIG-Z(SC-CCY-INDEX) TO SC-CL-ORIG-Z.
               MOVE SC-CCY-ORIG-REP(SC-CCY-INDEX) TO SC-CL-ORIG-REP.
               MOVE SC-CCY-RERUN-COUNT(SC-CCY-INDEX)
                   TO SC-CL-RERUN-COUNT.
               MOVE SC-CCY-RERUN-Z(SC-CCY-INDEX) TO SC-CL-RERUN-Z.
               MOVE SC-CCY-RERUN-REP(SC-CCY-INDEX) TO SC-CL-RERUN-REP.
               COMPUTE SC-REP-DIFF = SC-CCY-RERUN-REP(SC-CCY-INDEX)
                   - SC-CCY-ORIG-REP(SC-CCY-INDEX).
               MOVE SC-REP-DIFF TO SC-CL-REP-DIFF.
               MOVE SC-CCY-ADDED(SC-CCY-INDEX) TO SC-CL-ADDED.
               MOVE SC-CCY-REMOVED(SC-CCY-INDEX) TO SC-CL-REMOVED.
               MOVE SC-CCY-CHANGED(SC-CCY-INDEX) TO SC-CL-CHANGED.
               WRITE CMP-RPT-RECORD FROM SC-CCY-LINE.
           3610-EXIT.
               EXIT.

           *> ---- 4000-COMPARE-EXCEPTIONS ---- <*
           *> 却下された入力取引ごとに理由コードの変化を突き合わせる
           4000-COMPARE-EXCEPTIONS.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "EXCEPTIONS NEW, CLEARED OR WITH A REASON SHIFT"
                   TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "RESULT         T  DATA                   "
                   "ACCOUNT    SOURCE     ORIG    RERUN"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 4100-READ-OLD-EXCEPTION THRU 4100-EXIT.
               PERFORM 4200-READ-NEW-EXCEPTION THRU 4200-EXIT.
               PERFORM 4300-MATCH-ONE-EXCEPTION THRU 4300-EXIT
                   UNTIL SC-COMPARE-FAIL
                       OR (SC-OLD-EKEY = HIGH-VALUES
                           AND SC-NEW-EKEY = HIGH-VALUES).
               IF SC-COMPARE-FAIL
                   GO TO 4000-EXIT
               END-IF.
               IF SC-NEW-EXCP-COUNT = 0 AND SC-CLEARED-COUNT = 0
                       AND SC-SHIFT-COUNT = 0
                   MOVE "NONE" TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               PERFORM 4600-WRITE-REASON-TOTALS THRU 4600-EXIT.
           4000-EXIT.
               EXIT.

           *> ---- 4100-READ-OLD-EXCEPTION ---- <*
           4100-READ-OLD-EXCEPTION.
               MOVE "N" TO SC-OLD-READY-SWITCH.
               PERFORM 4110-READ-ONE-OLD THRU 4110-EXIT
                   UNTIL SC-OLD-READY.
           4100-EXIT.
               EXIT.

           *> ---- 4110-READ-ONE-OLD ---- <*
           4110-READ-ONE-OLD.
               IF SC-EXCPOLD-EOF
                   MOVE HIGH-VALUES TO SC-OLD-EKEY
                   SET SC-OLD-READY TO TRUE
                   GO TO 4110-EXIT
               END-IF.
               READ EXCPOLD-FILE INTO SC-OLD-EXCP
                   AT END
                       SET SC-EXCPOLD-EOF TO TRUE
                       GO TO 4110-EXIT
               END-READ.
               IF SC-OLD-EXCP-DATE NOT = SC-CMP-DATE
                   GO TO 4110-EXIT
               END-IF.
               SET SC-OLD-READY TO TRUE.
               MOVE SC-OLD-EXCP-TYPE TO SC-OLD-EKEY-TYPE.
               MOVE SC-OLD-EXCP-DATA TO SC-OLD-EKEY-DATA.
               MOVE SC-OLD-EXCP-ACCOUNT TO SC-OLD-EKEY-ACCOUNT.
               MOVE SC-OLD-EXCP-SOURCE TO SC-OLD-EKEY-SOURCE.
               IF SC-OLD-EKEY < SC-PREV-OLD-EKEY
                   SET SC-COMPARE-FAIL TO TRUE
                   MOVE "FAIL: EXCPOLD IS NOT IN KEY ORDER"
                       TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 4110-EXIT
               END-IF.
               MOVE SC-OLD-EKEY TO SC-PREV-OLD-EKEY.
               ADD 1 TO SC-ORIG-EXCP-ROWS.
               MOVE SC-OLD-EXCP-REASON TO SC-FIND-REASON.
               PERFORM 4500-LOCATE-REASON THRU 4500-EXIT.
               IF SC-RSN-INDEX > 0
                   ADD 1 TO SC-RSN-ORIG(SC-RSN-INDEX)
               END-IF.
           4110-EXIT.
               EXIT.

           *> ---- 4200-READ-NEW-EXCEPTION ---- <*
           4200-READ-NEW-EXCEPTION.
               MOVE "N" TO SC-NEW-READY-SWITCH.
               PERFORM 4210-READ-ONE-NEW THRU 4210-EXIT
                   UNTIL SC-NEW-READY.
           4200-EXIT.
               EXIT.

           *> ---- 4210-READ-ONE-NEW ---- <*
           4210-READ-ONE-NEW.
               IF SC-EXCPNEW-EOF
                   MOVE HIGH-VALUES TO SC-NEW-EKEY
                   SET SC-NEW-READY TO TRUE
                   GO TO 4210-EXIT
               END-IF.
               READ EXCPNEW-FILE
                   AT END
                       SET SC-EXCPNEW-EOF TO TRUE
                       GO TO 4210-EXIT
               END-READ.
               IF EXCP-RUN-DATE NOT = SC-CMP-DATE
                   GO TO 4210-EXIT
               END-IF.
               SET SC-NEW-READY TO TRUE.
               MOVE EXCP-REC-TYPE TO SC-NEW-EKEY-TYPE.
               MOVE EXCP-DATA TO SC-NEW-EKEY-DATA.
               MOVE EXCP-ACCOUNT TO SC-NEW-EKEY-ACCOUNT.
               MOVE EXCP-SOURCE TO SC-NEW-EKEY-SOURCE.
               IF SC-NEW-EKEY < SC-PREV-NEW-EKEY
                   SET SC-COMPARE-FAIL TO TRUE
                   MOVE "FAIL: EXCPNEW IS NOT IN KEY ORDER"
                       TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 4210-EXIT
               END-IF.
               MOVE SC-NEW-EKEY TO SC-PREV-NEW-EKEY.
               ADD 1 TO SC-RERUN-EXCP-ROWS.
               MOVE EXCP-REASON-CODE TO SC-FIND-REASON.
               PERFORM 4500-LOCATE-REASON THRU 4500-EXIT.
               IF SC-RSN-INDEX > 0
                   ADD 1 TO SC-RSN-RERUN(SC-RSN-INDEX)
               END-IF.
           4210-EXIT.
               EXIT.

           *> ---- 4300-MATCH-ONE-EXCEPTION ---- <*
           *> 元にしか無ければ解消、再実行にしか無ければ新規、
           *> 両方にあって理由コードが違えば理由の変化
           4300-MATCH-ONE-EXCEPTION.
               MOVE SPACES TO SC-EXC-LINE.
               IF SC-OLD-EKEY < SC-NEW-EKEY
                   ADD 1 TO SC-CLEARED-COUNT
                   MOVE "CLEARED" TO SC-EL-RESULT
                   MOVE SC-OLD-EXCP-TYPE TO SC-EL-TYPE
                   MOVE SC-OLD-EXCP-DATA TO SC-EL-DATA
                   MOVE SC-OLD-EXCP-ACCOUNT TO SC-EL-ACCOUNT
                   MOVE SC-OLD-EXCP-SOURCE TO SC-EL-SOURCE
                   MOVE SC-OLD-EXCP-REASON TO SC-EL-ORIG-REASON
                   WRITE CMP-RPT-RECORD FROM SC-EXC-LINE
                   PERFORM 4100-READ-OLD-EXCEPTION THRU 4100-EXIT
                   GO TO 4300-EXIT
               END-IF.
               MOVE EXCP-REC-TYPE TO SC-EL-TYPE.
               MOVE EXCP-DATA TO SC-EL-DATA.
               MOVE EXCP-ACCOUNT TO SC-EL-ACCOUNT.
               MOVE EXCP-SOURCE TO SC-EL-SOURCE.
               MOVE EXCP-REASON-CODE TO SC-EL-RERUN-REASON.
               IF SC-OLD-EKEY > SC-NEW-EKEY
                   ADD 1 TO SC-NEW-EXCP-COUNT
                   MOVE "NEW EXCEPTION" TO SC-EL-RESULT
                   WRITE CMP-RPT-RECORD FROM SC-EXC-LINE
                   PERFORM 4200-READ-NEW-EXCEPTION THRU 4200-EXIT
                   GO TO 4300-EXIT
               END-IF.
               IF SC-OLD-EXCP-REASON = EXCP-REASON-CODE
                   ADD 1 TO SC-SAME-EXCP-COUNT
               ELSE
                   ADD 1 TO SC-SHIFT-COUNT
                   MOVE "REASON SHIFT" TO SC-EL-RESULT
                   MOVE SC-OLD-EXCP-REASON TO SC-EL-ORIG-REASON
                   WRITE CMP-RPT-RECORD FROM SC-EXC-LINE
               END-IF.
               PERFORM 4100-READ-OLD-EXCEPTION THRU 4100-EXIT.
               PERFORM 4200-READ-NEW-EXCEPTION THRU 4200-EXIT.
           4300-EXIT.
               EXIT.

           *> ---- 4500-LOCATE-REASON ---- <*
           4500-LOCATE-REASON.
               MOVE 0 TO SC-RSN-INDEX.
               MOVE 1 TO SC-RSN-COUNTER.
               PERFORM 4510-FIND-REASON THRU 4510-EXIT
                   UNTIL SC-RSN-COUNTER > SC-RSN-COUNT
                       OR SC-RSN-INDEX > 0.
               IF SC-RSN-INDEX > 0
                   GO TO 4500-EXIT
               END-IF.
               IF SC-RSN-COUNT NOT < SC-RSN-MAX
                   SET SC-COMPARE-FAIL TO TRUE
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "FAIL: MORE THAN " SC-RSN-MAX
                       " REASON CODES - REASON TABLE FULL"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 4500-EXIT
               END-IF.
               ADD 1 TO SC-RSN-COUNT.
               MOVE SC-RSN-COUNT TO SC-RSN-INDEX.
               MOVE SC-FIND-REASON TO SC-RSN-CODE(SC-RSN-INDEX).
               MOVE 0 TO SC-RSN-ORIG(SC-RSN-INDEX).
               MOVE 0 TO SC-RSN-RERUN(SC-RSN-INDEX).
           4500-EXIT.
               EXIT.

           *> ---- 4510-FIND-REASON ---- <*
           4510-FIND-REASON.
               IF SC-RSN-CODE(SC-RSN-COUNTER) = SC-FIND-REASON
                   MOVE SC-RSN-COUNTER TO SC-RSN-INDEX
               END-IF.
               ADD 1 TO SC-RSN-COUNTER.
           4510-EXIT.
               EXIT.

           *> ---- 4600-WRITE-REASON-TOTALS ---- <*
           4600-WRITE-REASON-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "EXCEPTIONS BY REASON CODE" TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "REASON                ORIGINAL      RERUN"
                   "  DIFFERENCE"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               PERFORM 4610-WRITE-ONE-REASON THRU 4610-EXIT
                   VARYING SC-RSN-INDEX FROM 1 BY 1
                   UNTIL SC-RSN-INDEX > SC-RSN-COUNT.
               IF SC-RSN-COUNT = 0
                   MOVE "NO EXCEPTIONS IN EITHER RUN" TO SC-RPT-LINE
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           4600-EXIT.
               EXIT.

           *> ---- 4610-WRITE-ONE-REASON ---- <*
           4610-WRITE-ONE-REASON.
               MOVE SPACES TO SC-COUNT-LINE.
               MOVE SC-RSN-CODE(SC-RSN-INDEX) TO SC-NL-LABEL.
               MOVE SC-RSN-ORIG(SC-RSN-INDEX) TO SC-NL-ORIG.
               MOVE SC-RSN-RERUN(SC-RSN-INDEX) TO SC-NL-RERUN.
               COMPUTE SC-CTL-DIFF = SC-RSN-RERUN(SC-RSN-INDEX)
                   - SC-RSN-ORIG(SC-RSN-INDEX).
               MOVE SC-CTL-DIFF TO SC-NL-DIFF.
               WRITE CMP-RPT-RECORD FROM SC-COUNT-LINE.
           4610-EXIT.
               EXIT.

           *> ---- 5000-COMPARE-CONTROLS ---- <*
           *> 元の実行と再実行の管理件数（全サイクルの合計）を比べる
           5000-COMPARE-CONTROLS.
               PERFORM 5100-LOAD-RERUN-CONTROL THRU 5100-EXIT
                   UNTIL SC-RUNCTL-EOF.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "RUN CONTROL COUNTS" TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               IF NOT SC-ORIG-CTL-HELD
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "ORIGINAL RUNCTL WAS NO LONGER HELD AT "
                       "BACKOUT - CONTROL COUNTS NOT COMPARED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   GO TO 5000-EXIT
               END-IF.
               IF SC-RERUN-CYCLES = 0
                   MOVE SPACES TO SC-RPT-LINE
                   STRING "NO RUNCTL RECORD FOR " SC-CMP-DATE
                       " FROM THE RERUN - CONTROL COUNTS NOT COMPARED"
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
                   WRITE CMP-RPT-RECORD FROM SC-RPT-LINE
                   ADD 1 TO SC-CTL-DIFF-COUNT
                   GO TO 5000-EXIT
               END-IF.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "COUNT                 ORIGINAL      RERUN"
                   "  DIFFERENCE"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-COUNT-LINE.
               MOVE "CYCLES" TO SC-NL-LABEL.
               MOVE SC-ORIG-CYCLES TO SC-NL-ORIG.
               MOVE SC-RERUN-CYCLES TO SC-NL-RERUN.
               COMPUTE SC-CTL-DIFF = SC-RERUN-CYCLES - SC-ORIG-CYCLES.
               MOVE SC-CTL-DIFF TO SC-NL-DIFF.
               WRITE CMP-RPT-RECORD FROM SC-COUNT-LINE.
               PERFORM 5200-WRITE-ONE-CONTROL THRU 5200-EXIT
                   VARYING SC-CTL-INDEX FROM 1 BY 1
                   UNTIL SC-CTL-INDEX > SC-CTL-MAX.
           5000-EXIT.
               EXIT.

           *> ---- 5100-LOAD-RERUN-CONTROL ---- <*
           5100-LOAD-RERUN-CONTROL.
               READ RUNCTL-FILE INTO SC-CTL-WORK
                   AT END
                       SET SC-RUNCTL-EOF TO TRUE
                       GO TO 5100-EXIT
               END-READ.
               IF SC-CTL-DATE NOT = SC-CMP-DATE
                   GO TO 5100-EXIT
               END-IF.
               ADD 1 TO SC-RERUN-CYCLES.
               PERFORM 5150-ADD-RERUN-FIELD THRU 5150-EXIT
                   VARYING SC-CTL-INDEX FROM 1 BY 1
                   UNTIL SC-CTL-INDEX > SC-CTL-MAX.
           5100-EXIT.
               EXIT.

           *> ---- 5150-ADD-RERUN-FIELD ---- <*
           5150-ADD-RERUN-FIELD.
               ADD SC-CTL-FIELD(SC-CTL-INDEX)
                   TO SC-CTL-RERUN(SC-CTL-INDEX).
           5150-EXIT.
               EXIT.

           *> ---- 5200-WRITE-ONE-CONTROL ---- <*
           5200-WRITE-ONE-CONTROL.
               MOVE SPACES TO SC-COUNT-LINE.
               MOVE SC-CTL-LABEL(SC-CTL-INDEX) TO SC-NL-LABEL.
               MOVE SC-CTL-ORIG(SC-CTL-INDEX) TO SC-NL-ORIG.
               MOVE SC-CTL-RERUN(SC-CTL-INDEX) TO SC-NL-RERUN.
               COMPUTE SC-CTL-DIFF = SC-CTL-RERUN(SC-CTL-INDEX)
                   - SC-CTL-ORIG(SC-CTL-INDEX).
               MOVE SC-CTL-DIFF TO SC-NL-DIFF.
               IF SC-CTL-DIFF NOT = 0
                   MOVE "DIFFERS" TO SC-NL-FLAG
                   ADD 1 TO SC-CTL-DIFF-COUNT
               END-IF.
               WRITE CMP-RPT-RECORD FROM SC-COUNT-LINE.
           5200-EXIT.
               EXIT.

           *> ---- 6000-WRITE-SIGN-OFF ---- <*
           *> 監査人向けの要約と承認欄
           6000-WRITE-SIGN-OFF.
               COMPUTE SC-DIFF-TOTAL = SC-ADDED-COUNT + SC-REMOVED-COUNT
                   + SC-CHANGED-COUNT + SC-NEW-EXCP-COUNT
                   + SC-CLEARED-COUNT + SC-SHIFT-COUNT
                   + SC-CTL-DIFF-COUNT.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "SIGN-OFF SUMMARY" TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "XYZ RESULTS   ORIGINAL: " SC-ORIG-ROWS
                   "  RERUN: " SC-RERUN-ROWS
                   "  ADDED: " SC-ADDED-COUNT
                   "  REMOVED: " SC-REMOVED-COUNT
                   "  CHANGED: " SC-CHANGED-COUNT
                   "  UNCHANGED: " SC-SAME-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "EXCEPTIONS    ORIGINAL: " SC-ORIG-EXCP-ROWS
                   "  RERUN: " SC-RERUN-EXCP-ROWS
                   "  NEW: " SC-NEW-EXCP-COUNT
                   "  CLEARED: " SC-CLEARED-COUNT
                   "  REASON SHIFTS: " SC-SHIFT-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CONTROL COUNT DIFFERENCES: " SC-CTL-DIFF-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-DIFF-TOTAL = 0
                   MOVE "RESULT: RERUN MATCHES THE ORIGINAL RUN"
                       TO SC-RPT-LINE
               ELSE
                   MOVE "RESULT: DIFFERENCES FOUND - EXPLAIN EACH ONE"
                       TO SC-RPT-LINE
               END-IF.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "REVIEWED BY: ____________________  DATE: ________"
                   TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "APPROVED BY: ____________________  DATE: ________"
                   TO SC-RPT-LINE.
               WRITE CMP-RPT-RECORD FROM SC-RPT-LINE.
           6000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               IF SC-XYZOLD-STATUS NOT = "35"
                   CLOSE XYZOLD-FILE
               END-IF.
               IF SC-XYZNEW-STATUS NOT = "35"
                   CLOSE XYZNEW-FILE
               END-IF.
               IF SC-EXCPOLD-STATUS NOT = "35"
                   CLOSE EXCPOLD-FILE
               END-IF.
               IF SC-EXCPNEW-STATUS NOT = "35"
                   CLOSE EXCPNEW-FILE
               END-IF.
               IF SC-CTLSNAP-STATUS NOT = "35"
                   CLOSE CTLSNAP-FILE
               END-IF.
               IF SC-RUNCTL-STATUS NOT = "35"
                   CLOSE RUNCTL-FILE
               END-IF.
               CLOSE CMP-RPT-FILE.
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
               MOVE "RERUNCMP" TO RLOG-PROGRAM.
               MOVE SC-CMP-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-COMPARE-FAIL
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-DIFF-TOTAL > 0
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-RERUN-ROWS TO RLOG-COUNT-1.
               COMPUTE RLOG-COUNT-2 = SC-ADDED-COUNT + SC-REMOVED-COUNT
                   + SC-CHANGED-COUNT.
               MOVE SC-SHIFT-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM RERUNCMP.
