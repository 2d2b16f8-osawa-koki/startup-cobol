           01 SC-STMT-MONTH PIC 9(06).
           01 SC-TODAY PIC 9(08).
           01 SC-REC-MONTH PIC 9(06).
           01 SC-REC-VALUE-DATE PIC 9(08).

           *> 通貨別の月間実績
           01 SC-MAX-CCYS PIC 9(3) VALUE 50.

               MOVE SPACES TO SC-RPT-LINE.
               STRING "CURRENCY ACTIVITY STATEMENT FOR MONTH "
                   SC-STMT-MONTH "  (BY VALUE DATE)"
                   DELIMITED BY SIZE INTO SC-RPT-LINE
               END-STRING.
               WRITE STMT-RPT-RECORD FROM SC-RPT-LINE.
               EXIT.

           *> ---- 2000-TALLY-XYZOUT ---- <*
           *> 蓄積ファイルから決済日（値日）が対象月に入るレコード
           *> だけを通貨別に集計する。値日のない旧レコードは実行日を
           *> 値日とみなす
           2000-TALLY-XYZOUT.
               READ XYZOUT-FILE
                   AT END
                       SET SC-XYZOUT-EOF TO TRUE
                       GO TO 2000-EXIT
               END-READ.
               *> 年次締めの繰越開始行は明細ではないので数えない
               IF XYZOUT-OPENING-BALANCE
                   GO TO 2000-EXIT
               END-IF.
               IF XYZOUT-VALUE-DATE IS NUMERIC
                       AND XYZOUT-VALUE-DATE NOT = 0
                   MOVE XYZOUT-VALUE-DATE TO SC-REC-VALUE-DATE
               ELSE
                   MOVE XYZOUT-RUN-DATE TO SC-REC-VALUE-DATE
               END-IF.
               COMPUTE SC-REC-MONTH = SC-REC-VALUE-DATE / 100.
               IF SC-REC-MONTH NOT = SC-STMT-MONTH
                   GO TO 2000-EXIT
               END-IF.
