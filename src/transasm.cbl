              03 TRANSNEW-REC-TYPE PIC X(01).
              03 TRANSNEW-DATA PIC X(22).
              03 TRANSNEW-NUM REDEFINES TRANSNEW-DATA PIC 9(4).
              03 TRANSNEW-ACCOUNT PIC X(10).
              03 TRANSNEW-SOURCE PIC X(08).

           FD TRANSOUT-FILE.
           01 TRANSOUT-RECORD.
              03 TROUT-HEADER-DATA REDEFINES TROUT-DATA.
                 05 TROUT-HDR-DATE PIC 9(08).
                 05 TROUT-HDR-SOURCE PIC X(08).
                 05 TROUT-HDR-CYCLE PIC 9(02).
                 05 FILLER PIC X(04).
              03 TROUT-TRAILER-DATA REDEFINES TROUT-DATA.
                 05 TROUT-TRL-COUNT PIC 9(06).
                 05 TROUT-TRL-HASH PIC 9(09).
                 05 FILLER PIC X(07).
              03 TROUT-ACCOUNT PIC X(10).
              *> 明細ごとの受信元。統合後のヘッダはTRANSASM固定なので
              *> 元フィードのヘッダの受信元をここに写して残す
              03 TROUT-SOURCE PIC X(08).

           FD ASM-RPT-FILE.
           01 ASM-RPT-RECORD PIC X(100).
              03 SC-FEED-BAD-SWITCH PIC X(01) VALUE "N".
                 88 SC-FEED-BAD VALUE "Y".

           *> PARMは実行日と処理サイクル番号（省略時は01）
           01 SC-PARM-LINE PIC X(80).
           01 SC-PARM-DATE PIC X(08).
           01 SC-PARM-CYCLE PIC X(02).
           01 SC-RUN-DATE PIC 9(08).
           01 SC-RUN-CYCLE PIC 9(02) VALUE 1.

           *> 受信元フィード１件分のバッファ。トレーラ検証に通って
           *> から書き出すので、不良フィードは一括で落とせる
              03 SC-FEED-ENTRY OCCURS 2000 TIMES.
                 05 SC-FEED-REC-TYPE PIC X(01).
                 05 SC-FEED-REC-DATA PIC X(22).
                 05 SC-FEED-REC-ACCOUNT PIC X(10).
           01 SC-FEED-COUNTER PIC 9(4) VALUE 0.

           01 SC-FEED-SOURCE PIC X(08).
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
                       AND SC-PARM-CYCLE NOT = "00"
                   MOVE SC-PARM-CYCLE TO SC-RUN-CYCLE
               END-IF.

               OPEN INPUT FEEDS-FILE.
               IF SC-FEEDS-STATUS = "35"

               MOVE SPACES TO SC-RPT-LINE.
               STRING "TRANSIN ASSEMBLY RUN " SC-RUN-DATE
                   "  CYCLE " SC-RUN-CYCLE
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE ASM-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "H" TO TROUT-REC-TYPE.
               MOVE SC-RUN-DATE TO TROUT-HDR-DATE.
               MOVE "TRANSASM" TO TROUT-HDR-SOURCE.
               MOVE SC-RUN-CYCLE TO TROUT-HDR-CYCLE.
               WRITE TRANSOUT-RECORD.
           1000-EXIT.
               EXIT.
                       TO SC-FEED-REC-TYPE(SC-FEED-REC-COUNT)
                   MOVE TRANS-DATA
                       TO SC-FEED-REC-DATA(SC-FEED-REC-COUNT)
                   MOVE TRANS-ACCOUNT
                       TO SC-FEED-REC-ACCOUNT(SC-FEED-REC-COUNT)
               ELSE
                   IF NOT SC-FEED-BAD
                       SET SC-FEED-BAD TO TRUE
               MOVE SC-FEED-REC-TYPE(SC-FEED-COUNTER)
                   TO TROUT-REC-TYPE.
               MOVE SC-FEED-REC-DATA(SC-FEED-COUNTER) TO TROUT-DATA.
               MOVE SC-FEED-REC-ACCOUNT(SC-FEED-COUNTER)
                   TO TROUT-ACCOUNT.
               MOVE SC-FEED-SOURCE TO TROUT-SOURCE.
               WRITE TRANSOUT-RECORD.
               ADD 1 TO SC-OUT-COUNT.
               ADD 1 TO SC-FEED-COUNTER.
               MOVE SPACES TO TRANSOUT-RECORD.
               MOVE TRANSNEW-REC-TYPE TO TROUT-REC-TYPE.
               MOVE TRANSNEW-DATA TO TROUT-DATA.
               MOVE TRANSNEW-ACCOUNT TO TROUT-ACCOUNT.
               *> 訂正分は保留時の受信元を引き継ぐ（不明なら訂正処理）
               IF TRANSNEW-SOURCE = SPACES
                   MOVE "SUSPCORR" TO TROUT-SOURCE
               ELSE
                   MOVE TRANSNEW-SOURCE TO TROUT-SOURCE
               END-IF.
               WRITE TRANSOUT-RECORD.
               ADD 1 TO SC-OUT-COUNT.
               ADD 1 TO SC-CORR-COUNT.
               MOVE SC-OUT-COUNT TO RLOG-COUNT-1.
               MOVE SC-FEEDS-GOOD-COUNT TO RLOG-COUNT-2.
               MOVE SC-FEEDS-BAD-COUNT TO RLOG-COUNT-3.
               MOVE SC-RUN-CYCLE TO RLOG-CYCLE.
               WRITE RLOG-RECORD.
               CLOSE RUNLOG-FILE.
           8900-EXIT.
