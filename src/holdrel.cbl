           *> ===== ======================= ===== <*
           *> ===== IDENTIFICATION DIVISION ===== <*
           *> ===== ======================= ===== <*
           IDENTIFICATION DIVISION.
           PROGRAM-ID. HOLDREL.

           *> ===== ======================= ===== <*
           *> ========== ENVIRONMENT DIVISION ========== <*
           *> ===== ======================= ===== <*
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOLD-FILE ASSIGN TO "XYZHOLD"
                   ORGANIZATION INDEXED
                   ACCESS DYNAMIC
                   RECORD KEY HOLD-KEY
                   FILE STATUS IS SC-HOLD-STATUS.
               SELECT RELEASE-FILE ASSIGN TO "HOLDCARD"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RELEASE-STATUS.
               SELECT REL-RPT-FILE ASSIGN TO "HOLDRPT"
                   ORGANIZATION LINE SEQUENTIAL.
               SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
                   ORGANIZATION LINE SEQUENTIAL
                   FILE STATUS IS SC-RUNLOG-STATUS.

           *> ===== ======================= ===== <*
           *> ========== DATA DIVISION ========== <*
           *> ===== ======================= ===== <*
           DATA DIVISION.

           FILE SECTION.
           FD HOLD-FILE.
           COPY XYZHREC.

           *> 解除カード：保留行のキー（実行日・サイクル・出現順）と
           *> 解除理由
           FD RELEASE-FILE.
           01 HREL-RECORD.
              03 HREL-KEY PIC X(16).
              03 HREL-REASON PIC X(40).

           FD REL-RPT-FILE.
           01 REL-RPT-RECORD PIC X(100).

           FD RUNLOG-FILE.
           COPY RUNLOGR.

           WORKING-STORAGE SECTION.
           01 SC-HOLD-STATUS PIC X(02).
           01 SC-RELEASE-STATUS PIC X(02).
           01 SC-RUNLOG-STATUS PIC X(02).
           01 SC-RLOG-START-TIME PIC 9(8) VALUE 0.

           01 SC-SWITCHES.
              03 SC-RELEASE-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-RELEASE-EOF VALUE "Y".
              03 SC-HOLD-EOF-SWITCH PIC X(01) VALUE "N".
                 88 SC-HOLD-EOF VALUE "Y".
              03 SC-CARD-OK-SWITCH PIC X(01) VALUE "Y".
                 88 SC-CARD-OK VALUE "Y".
                 88 SC-CARD-REFUSED VALUE "N".

           *> PARMは「実行日 解除者」。解除者IDがなければ何も解除しない
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-RELEASER PIC X(08).
           01 SC-RUN-DATE PIC 9(08).
           01 SC-RELEASER-ID PIC X(08).

           01 SC-READ-COUNT PIC 9(5) VALUE 0.
           01 SC-RELEASED-COUNT PIC 9(5) VALUE 0.
           01 SC-REFUSED-COUNT PIC 9(5) VALUE 0.
           01 SC-STILL-HELD-COUNT PIC 9(5) VALUE 0.

           01 SC-CARD-MESSAGE PIC X(40).
           01 SC-EDIT-Z PIC -(7)9.99.
           01 SC-REASON-TEXT.
              03 SC-REASON-LIMIT PIC X(06).
              03 SC-REASON-SPIKE PIC X(06).
              03 SC-REASON-REPEAT PIC X(06).
           01 SC-RPT-LINE PIC X(100).

           *> ===== ======================= ===== <*
           *> ======== PROCEDURE SECTION ======== <*
           *> ===== ======================= ===== <*
           PROCEDURE DIVISION.

           0000-MAINLINE.
               PERFORM 1000-INITIALIZE THRU 1000-EXIT.
               PERFORM 2000-RELEASE-ONE THRU 2000-EXIT
                   UNTIL SC-RELEASE-EOF.
               PERFORM 3000-LIST-STILL-HELD THRU 3000-EXIT.
               PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
               PERFORM 8000-CLOSE-FILES THRU 8000-EXIT.
               PERFORM 8900-WRITE-RUN-JOURNAL THRU 8900-EXIT.
               IF SC-RELEASER-ID = SPACES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF SC-REFUSED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               STOP RUN.

           *> ---- 1000-INITIALIZE ---- <*
           1000-INITIALIZE.
               ACCEPT SC-RLOG-START-TIME FROM TIME.
               ACCEPT SC-PARM-LINE FROM COMMAND-LINE.
               MOVE SPACES TO SC-PARM-DATE.
               MOVE SPACES TO SC-PARM-RELEASER.
               UNSTRING SC-PARM-LINE DELIMITED BY ALL " "
                   INTO SC-PARM-DATE SC-PARM-RELEASER
               END-UNSTRING.
               *> 日付を省略して解除者だけを渡した場合も拾う
               IF SC-PARM-DATE IS NUMERIC
                   MOVE SC-PARM-DATE TO SC-RUN-DATE
                   MOVE SC-PARM-RELEASER TO SC-RELEASER-ID
               ELSE
                   ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
                   IF SC-PARM-DATE = SPACES
                       MOVE SC-PARM-RELEASER TO SC-RELEASER-ID
                   ELSE
                       MOVE SC-PARM-DATE TO SC-RELEASER-ID
                   END-IF
               END-IF.

               OPEN I-O HOLD-FILE.
               IF SC-HOLD-STATUS = "35"
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF.
               *> 初回作成（35）以外で開けなければ即時異常終了する
               IF SC-HOLD-STATUS NOT = "00"
                   DISPLAY "HOLDREL: XYZHOLD OPEN FAILED - STATUS "
                       SC-HOLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN INPUT RELEASE-FILE.
               IF SC-RELEASE-STATUS = "35"
                   SET SC-RELEASE-EOF TO TRUE
               END-IF.
               OPEN OUTPUT REL-RPT-FILE.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "HELD XYZ RESULT RELEASE RUN " SC-RUN-DATE
                   "  RELEASED BY " SC-RELEASER-ID
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REL-RPT-RECORD FROM SC-RPT-LINE.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "ITEM             RESULT    CCY            Z  "
                   "ACCOUNT    MESSAGE"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REL-RPT-RECORD FROM SC-RPT-LINE.
               IF SC-RELEASE-EOF
                   MOVE "NO RELEASE CARDS" TO SC-RPT-LINE
                   WRITE REL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
               IF SC-RELEASER-ID = SPACES
                   SET SC-RELEASE-EOF TO TRUE
                   MOVE "RELEASER ID MISSING FROM PARM - NOTHING DONE"
                       TO SC-RPT-LINE
                   WRITE REL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           1000-EXIT.
               EXIT.

           *> ---- 2000-RELEASE-ONE ---- <*
           *> 解除カード１枚を保留行に反映する
           2000-RELEASE-ONE.
               READ RELEASE-FILE
                   AT END
                       SET SC-RELEASE-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               ADD 1 TO SC-READ-COUNT.
               SET SC-CARD-OK TO TRUE.
               MOVE SPACES TO SC-CARD-MESSAGE.
               PERFORM 2100-CHECK-CARD THRU 2100-EXIT.
               IF SC-CARD-OK
                   PERFORM 2200-RECORD-RELEASE THRU 2200-EXIT
               END-IF.

               MOVE SPACES TO SC-RPT-LINE.
               IF SC-CARD-OK
                   MOVE HOLD-Z TO SC-EDIT-Z
                   STRING HREL-KEY " RELEASED  " HOLD-CCY " "
                       SC-EDIT-Z "  " HOLD-ACCOUNT " " HREL-REASON
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO SC-REFUSED-COUNT
                   STRING HREL-KEY " REFUSED   " SC-CARD-MESSAGE
                       DELIMITED BY SIZE INTO SC-RPT-LINE
                   END-STRING
               END-IF.
               WRITE REL-RPT-RECORD FROM SC-RPT-LINE.
           2000-EXIT.
               EXIT.

           *> ---- 2100-CHECK-CARD ---- <*
           *> 保留中の行だけを、理由付きでのみ解除できる
           2100-CHECK-CARD.
               IF HREL-REASON = SPACES
                   SET SC-CARD-REFUSED TO TRUE
                   MOVE "RELEASE NEEDS A REASON" TO SC-CARD-MESSAGE
                   GO TO 2100-EXIT
               END-IF.
               IF HREL-KEY IS NOT NUMERIC
                   SET SC-CARD-REFUSED TO TRUE
                   MOVE "ITEM KEY MUST BE 16 DIGITS" TO SC-CARD-MESSAGE
                   GO TO 2100-EXIT
               END-IF.
               MOVE HREL-KEY TO HOLD-KEY.
               READ HOLD-FILE
                   INVALID KEY
                       SET SC-CARD-REFUSED TO TRUE
                       MOVE "ITEM NOT ON XYZHOLD" TO SC-CARD-MESSAGE
                       GO TO 2100-EXIT
               END-READ.
               IF NOT HOLD-HELD
                   SET SC-CARD-REFUSED TO TRUE
                   STRING "NOT HELD - STATUS " HOLD-STATUS
                       DELIMITED BY SIZE INTO SC-CARD-MESSAGE
                   END-STRING
               END-IF.
           2100-EXIT.
               EXIT.

           *> ---- 2200-RECORD-RELEASE ---- <*
           *> 解除済みの行は次のGLEXTで元の実行日のまま記帳される
           2200-RECORD-RELEASE.
               SET HOLD-RELEASED TO TRUE.
               MOVE SC-RELEASER-ID TO HOLD-RELEASED-BY.
               MOVE SC-RUN-DATE TO HOLD-RELEASE-DATE.
               MOVE HREL-REASON TO HOLD-NOTE.
               REWRITE HOLD-RECORD
                   INVALID KEY
                       SET SC-CARD-REFUSED TO TRUE
                       MOVE "XYZHOLD REWRITE FAILED" TO SC-CARD-MESSAGE
                       GO TO 2200-EXIT
               END-REWRITE.
               ADD 1 TO SC-RELEASED-COUNT.
           2200-EXIT.
               EXIT.

           *> ---- 3000-LIST-STILL-HELD ---- <*
           *> 解除後もまだ保留中の行を一覧にする
           3000-LIST-STILL-HELD.
               MOVE SPACES TO SC-RPT-LINE.
               WRITE REL-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "STILL HELD:" TO SC-RPT-LINE.
               WRITE REL-RPT-RECORD FROM SC-RPT-LINE.
               MOVE LOW-VALUES TO HOLD-KEY.
               START HOLD-FILE KEY NOT < HOLD-KEY
                   INVALID KEY
                       SET SC-HOLD-EOF TO TRUE
               END-START.
               PERFORM 3100-LIST-ONE THRU 3100-EXIT
                   UNTIL SC-HOLD-EOF.
               IF SC-STILL-HELD-COUNT = 0
                   MOVE "NONE" TO SC-RPT-LINE
                   WRITE REL-RPT-RECORD FROM SC-RPT-LINE
               END-IF.
           3000-EXIT.
               EXIT.

           *> ---- 3100-LIST-ONE ---- <*
           3100-LIST-ONE.
               READ HOLD-FILE NEXT RECORD
                   AT END
                       SET SC-HOLD-EOF TO TRUE
                       GO TO 3100-EXIT
               END-READ.
               IF NOT HOLD-HELD
                   GO TO 3100-EXIT
               END-IF.
               ADD 1 TO SC-STILL-HELD-COUNT.
               MOVE SPACES TO SC-REASON-TEXT.
               IF HOLD-FOR-LIMIT
                   MOVE "LIMIT" TO SC-REASON-LIMIT
               END-IF.
               IF HOLD-FOR-SPIKE
                   MOVE "SPIKE" TO SC-REASON-SPIKE
               END-IF.
               IF HOLD-FOR-REPEAT
                   MOVE "REPEAT" TO SC-REASON-REPEAT
               END-IF.
               MOVE HOLD-Z TO SC-EDIT-Z.
               MOVE SPACES TO SC-RPT-LINE.
               STRING HOLD-KEY " HELD      " HOLD-CCY " "
                   SC-EDIT-Z "  " HOLD-ACCOUNT " " SC-REASON-TEXT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REL-RPT-RECORD FROM SC-RPT-LINE.
           3100-EXIT.
               EXIT.

           *> ---- 4000-WRITE-TOTALS ---- <*
           4000-WRITE-TOTALS.
               MOVE SPACES TO SC-RPT-LINE.
               STRING "CARDS READ: " SC-READ-COUNT
                   "  RELEASED: " SC-RELEASED-COUNT
                   "  REFUSED: " SC-REFUSED-COUNT
                   "  STILL HELD: " SC-STILL-HELD-COUNT
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE REL-RPT-RECORD FROM SC-RPT-LINE.
           4000-EXIT.
               EXIT.

           *> ---- 8000-CLOSE-FILES ---- <*
           8000-CLOSE-FILES.
               CLOSE HOLD-FILE.
               IF SC-RELEASE-STATUS NOT = "35"
                   CLOSE RELEASE-FILE
               END-IF.
               CLOSE REL-RPT-FILE.
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
               MOVE "HOLDREL" TO RLOG-PROGRAM.
               MOVE SC-RUN-DATE TO RLOG-RUN-DATE.
               MOVE SC-RLOG-START-TIME TO RLOG-START-TIME.
               ACCEPT RLOG-END-TIME FROM TIME.
               IF SC-RELEASER-ID = SPACES
                   MOVE 8 TO RLOG-RETURN-CODE
               ELSE
                   IF SC-REFUSED-COUNT > 0
                       MOVE 4 TO RLOG-RETURN-CODE
                   ELSE
                       MOVE 0 TO RLOG-RETURN-CODE
                   END-IF
               END-IF.
               MOVE SC-RELEASED-COUNT TO RLOG-COUNT-1.
               MOVE SC-REFUSED-COUNT TO RLOG-COUNT-2.
               MOVE SC-STILL-HELD-COUNT TO RLOG-COUNT-3.
               MOVE SPACES TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
               EXIT.

           END PROGRAM HOLDREL.
