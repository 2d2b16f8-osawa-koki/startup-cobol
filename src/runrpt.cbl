                 05 SC-STEP-COUNT-1 PIC 9(07).
                 05 SC-STEP-COUNT-2 PIC 9(07).
                 05 SC-STEP-COUNT-3 PIC 9(07).
                 05 SC-STEP-CYCLE PIC X(02).
           01 SC-STEP-COUNTER PIC 9(3) VALUE 0.
           *> 直前に現れたサイクル番号。サイクルが変わったら期待順
           *> リストの先頭から数え直す（２回目以降のサイクルは
           *> TRANSASMからもう一度流れるため）
           01 SC-LAST-CYCLE PIC X(02) VALUE SPACES.

           *> 日次ストリームで必ず流れるはずのステップ（この順）
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
           01 SC-EXPECTED-INDEX PIC 9(2) VALUE 0.
           01 SC-PRIOR-EXPECTED-POS PIC 9(2) VALUE 0.
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE TIME-RPT-RECORD FROM SC-RPT-LINE.
               MOVE "PROGRAM   CY  START     END       RC  COUNTS"
                   TO SC-RPT-LINE.
               WRITE TIME-RPT-RECORD FROM SC-RPT-LINE.
           1000-EXIT.
                   MOVE RLOG-COUNT-1 TO SC-STEP-COUNT-1(SC-STEP-COUNT)
                   MOVE RLOG-COUNT-2 TO SC-STEP-COUNT-2(SC-STEP-COUNT)
                   MOVE RLOG-COUNT-3 TO SC-STEP-COUNT-3(SC-STEP-COUNT)
                   IF RLOG-CYCLE IS NUMERIC
                       MOVE RLOG-CYCLE TO SC-STEP-CYCLE(SC-STEP-COUNT)
                   ELSE
                       MOVE SPACES TO SC-STEP-CYCLE(SC-STEP-COUNT)
                   END-IF
               END-IF.
           2000-EXIT.
               EXIT.
           *> 追記順に１行ずつ出し、順序逆転とRC>4をその場で示す
           3000-WRITE-TIMELINE.
               MOVE 0 TO SC-PRIOR-EXPECTED-POS.
               MOVE SPACES TO SC-LAST-CYCLE.
               MOVE 1 TO SC-STEP-COUNTER.
               PERFORM 3100-WRITE-ONE-STEP THRU 3100-EXIT
                   UNTIL SC-STEP-COUNTER > SC-STEP-COUNT.
                   SET SC-TIMELINE-FLAGGED TO TRUE
               END-IF.

               IF SC-STEP-CYCLE(SC-STEP-COUNTER) NOT = SPACES
                       AND SC-STEP-CYCLE(SC-STEP-COUNTER)
                           NOT = SC-LAST-CYCLE
                   IF SC-LAST-CYCLE NOT = SPACES
                       MOVE 0 TO SC-PRIOR-EXPECTED-POS
                   END-IF
                   MOVE SC-STEP-CYCLE(SC-STEP-COUNTER) TO SC-LAST-CYCLE
               END-IF.

               *> 期待順リスト内の位置が後退していれば順序異常
               MOVE 0 TO SC-EXPECTED-INDEX.
               MOVE 1 TO SC-EXPECTED-COUNTER.

               MOVE SPACES TO SC-RPT-LINE.
               STRING SC-STEP-PROGRAM(SC-STEP-COUNTER)
                   "  " SC-STEP-CYCLE(SC-STEP-COUNTER)
                   "  " SC-STEP-START(SC-STEP-COUNTER)
                   "  " SC-STEP-END(SC-STEP-COUNTER)
                   "  " SC-STEP-RC(SC-STEP-COUNTER)
