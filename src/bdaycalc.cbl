           *> 営業日カレンダーマスタ：
           *>   W行＝週末規則（土曜・日曜を営業日とするかY/N）
           *>   H行＝休日１日につき１行
           *>   S行＝決済日数（実行日から何営業日後に決済するか）
           *> 末尾の通貨コードが空白の行は自国カレンダー、通貨コード
           *> 付きの行はその通貨の決済カレンダー。通貨にW行・S行が
           *> なければ自国カレンダーの値を使う
           FD CALENDAR-FILE.
           01 CALENDAR-RECORD.
              03 CAL-REC-TYPE PIC X(01).
                 88 CAL-TYPE-WEEKEND VALUE "W".
                 88 CAL-TYPE-HOLIDAY VALUE "H".
                 88 CAL-TYPE-SETTLE VALUE "S".
              03 CAL-DATA.
                 05 CAL-HOLIDAY-DATE PIC 9(08).
              03 CAL-WEEKEND-DATA REDEFINES CAL-DATA.
                 05 CAL-SAT-WORK PIC X(01).
                 05 CAL-SUN-WORK PIC X(01).
                 05 FILLER PIC X(06).
              03 CAL-SETTLE-DATA REDEFINES CAL-DATA.
                 05 CAL-SETTLE-LAG PIC 9(02).
                 05 FILLER PIC X(06).
              03 CAL-CURRENCY PIC X(03).

           WORKING-STORAGE SECTION.
           01 SC-CALENDAR-STATUS PIC X(02).
              03 SC-BUSINESS-DAY-SWITCH PIC X(01) VALUE "N".
                 88 SC-BUSINESS-DAY VALUE "Y".

           *> 今回の判定に使う週末規則（マスタにW行がなければ
           *> 土日とも非営業日）
           01 SC-SAT-WORK PIC X(01) VALUE "N".
           01 SC-SUN-WORK PIC X(01) VALUE "N".

           *> カレンダーの表。1番目は自国カレンダー、2番目以降が
           *> 通貨別の決済カレンダー
           01 SC-MAX-CALENDARS PIC 9(3) VALUE 51.
           01 SC-CALENDAR-COUNT PIC 9(3) VALUE 1.
           01 SC-CALENDAR-TABLE.
              03 SC-CAL-ENTRY OCCURS 51 TIMES.
                 05 SC-CAL-CCY PIC X(03).
                 05 SC-CAL-SAT-WORK PIC X(01).
                 05 SC-CAL-SUN-WORK PIC X(01).
                 05 SC-CAL-WEEKEND-SET PIC X(01).
                 05 SC-CAL-LAG PIC 9(02).
                 05 SC-CAL-LAG-SET PIC X(01).
           01 SC-CALENDAR-COUNTER PIC 9(3) VALUE 0.
           01 SC-CALENDAR-INDEX PIC 9(3) VALUE 0.
           01 SC-ACTIVE-CALENDAR PIC 9(3) VALUE 1.
           01 SC-LOOKUP-CCY PIC X(03).

           01 SC-MAX-HOLIDAYS PIC 9(4) VALUE 2000.
           01 SC-HOLIDAY-COUNT PIC 9(4) VALUE 0.
           01 SC-HOLIDAY-TABLE.
              03 SC-HOLIDAY-ENTRY OCCURS 2000 TIMES.
                 05 SC-HOLIDAY-CAL PIC 9(3).
                 05 SC-HOLIDAY-DATE PIC 9(08).
           01 SC-HOLIDAY-COUNTER PIC 9(4) VALUE 0.

           01 SC-CHECK-DATE PIC 9(08).
           01 SC-CHECK-DATE-PARTS REDEFINES SC-CHECK-DATE.
                   PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
               END-IF.
               SET BDC-STATUS-OK TO TRUE.
               PERFORM 1200-SELECT-CALENDAR THRU 1200-EXIT.
               IF BDC-DATE-1 IS NOT NUMERIC OR BDC-DATE-1 = 0
                   SET BDC-STATUS-BAD-DATE TO TRUE
                   GOBACK
                       PERFORM 4000-COUNT-BUSINESS-DAYS THRU 4000-EXIT
                   WHEN BDC-REQ-PRIOR
                       PERFORM 5000-PRIOR-BUSINESS-DAY THRU 5000-EXIT
                   WHEN BDC-REQ-SETTLE
                       PERFORM 6000-SETTLEMENT-DATE THRU 6000-EXIT
                   WHEN OTHER
                       SET BDC-STATUS-BAD-REQUEST TO TRUE
               END-EVALUATE.
           *> 初回呼び出し時にカレンダーマスタを表に読み込む
           1000-LOAD-CALENDAR.
               SET SC-CALENDAR-LOADED TO TRUE.
               MOVE SPACES TO SC-CAL-CCY(1).
               MOVE "N" TO SC-CAL-SAT-WORK(1).
               MOVE "N" TO SC-CAL-SUN-WORK(1).
               MOVE "Y" TO SC-CAL-WEEKEND-SET(1).
               MOVE 0 TO SC-CAL-LAG(1).
               MOVE "Y" TO SC-CAL-LAG-SET(1).
               OPEN INPUT CALENDAR-FILE.
               IF SC-CALENDAR-STATUS = "35"
                   SET SC-CALENDAR-EOF TO TRUE
                   AT END
                       SET SC-CALENDAR-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-STORE-CALENDAR-ROW THRU 1150-EXIT
               END-READ.
           1100-EXIT.
               EXIT.

           *> ---- 1150-STORE-CALENDAR-ROW ---- <*
           *> 行の通貨コードでカレンダーを選び（初出なら表に追加）、
           *> 種別ごとにその値を格納する
           1150-STORE-CALENDAR-ROW.
               IF CAL-CURRENCY = SPACES OR CAL-CURRENCY = LOW-VALUES
                   MOVE 1 TO SC-CALENDAR-INDEX
               ELSE
                   MOVE CAL-CURRENCY TO SC-LOOKUP-CCY
                   PERFORM 1300-FIND-CALENDAR THRU 1300-EXIT
                   IF SC-CALENDAR-INDEX = 0
                       IF SC-CALENDAR-COUNT < SC-MAX-CALENDARS
                           ADD 1 TO SC-CALENDAR-COUNT
                           MOVE SC-CALENDAR-COUNT TO SC-CALENDAR-INDEX
                           MOVE CAL-CURRENCY
                               TO SC-CAL-CCY(SC-CALENDAR-INDEX)
                           MOVE "N" TO SC-CAL-WEEKEND-SET
                                           (SC-CALENDAR-INDEX)
                           MOVE 0 TO SC-CAL-LAG(SC-CALENDAR-INDEX)
                           MOVE "N" TO SC-CAL-LAG-SET
                                           (SC-CALENDAR-INDEX)
                       ELSE
                           GO TO 1150-EXIT
                       END-IF
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN CAL-TYPE-WEEKEND
                       MOVE CAL-SAT-WORK
                           TO SC-CAL-SAT-WORK(SC-CALENDAR-INDEX)
                       MOVE CAL-SUN-WORK
                           TO SC-CAL-SUN-WORK(SC-CALENDAR-INDEX)
                       MOVE "Y" TO SC-CAL-WEEKEND-SET(SC-CALENDAR-INDEX)
                   WHEN CAL-TYPE-HOLIDAY
                       IF CAL-HOLIDAY-DATE IS NUMERIC
                               AND SC-HOLIDAY-COUNT < SC-MAX-HOLIDAYS
                           ADD 1 TO SC-HOLIDAY-COUNT
                           MOVE SC-CALENDAR-INDEX
                               TO SC-HOLIDAY-CAL(SC-HOLIDAY-COUNT)
                           MOVE CAL-HOLIDAY-DATE
                               TO SC-HOLIDAY-DATE(SC-HOLIDAY-COUNT)
                       END-IF
                   WHEN CAL-TYPE-SETTLE
                       IF CAL-SETTLE-LAG IS NUMERIC
                           MOVE CAL-SETTLE-LAG
                               TO SC-CAL-LAG(SC-CALENDAR-INDEX)
                           MOVE "Y" TO SC-CAL-LAG-SET(SC-CALENDAR-INDEX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
           1150-EXIT.
               EXIT.

           *> ---- 1200-SELECT-CALENDAR ---- <*
           *> 依頼の通貨コードから使うカレンダーを決める。空白なら
           *> 自国カレンダー。カレンダーのない通貨も自国カレンダーで
           *> 計算し、その旨をSTATUS＝Cで返す
           1200-SELECT-CALENDAR.
               MOVE 1 TO SC-ACTIVE-CALENDAR.
               IF BDC-CURRENCY NOT = SPACES
                       AND BDC-CURRENCY NOT = LOW-VALUES
                   MOVE BDC-CURRENCY TO SC-LOOKUP-CCY
                   PERFORM 1300-FIND-CALENDAR THRU 1300-EXIT
                   IF SC-CALENDAR-INDEX = 0
                       SET BDC-STATUS-HOME-CALENDAR TO TRUE
                   ELSE
                       MOVE SC-CALENDAR-INDEX TO SC-ACTIVE-CALENDAR
                   END-IF
               END-IF.
               IF SC-CAL-WEEKEND-SET(SC-ACTIVE-CALENDAR) = "Y"
                   MOVE SC-CAL-SAT-WORK(SC-ACTIVE-CALENDAR)
                       TO SC-SAT-WORK
                   MOVE SC-CAL-SUN-WORK(SC-ACTIVE-CALENDAR)
                       TO SC-SUN-WORK
               ELSE
                   MOVE SC-CAL-SAT-WORK(1) TO SC-SAT-WORK
                   MOVE SC-CAL-SUN-WORK(1) TO SC-SUN-WORK
               END-IF.
           1200-EXIT.
               EXIT.

           *> ---- 1300-FIND-CALENDAR ---- <*
           1300-FIND-CALENDAR.
               MOVE 0 TO SC-CALENDAR-INDEX.
               MOVE 2 TO SC-CALENDAR-COUNTER.
               PERFORM 1310-CHECK-ONE-CALENDAR THRU 1310-EXIT
                   UNTIL SC-CALENDAR-COUNTER > SC-CALENDAR-COUNT
                       OR SC-CALENDAR-INDEX > 0.
           1300-EXIT.
               EXIT.

           *> ---- 1310-CHECK-ONE-CALENDAR ---- <*
           1310-CHECK-ONE-CALENDAR.
               IF SC-CAL-CCY(SC-CALENDAR-COUNTER) = SC-LOOKUP-CCY
                   MOVE SC-CALENDAR-COUNTER TO SC-CALENDAR-INDEX
               END-IF.
               ADD 1 TO SC-CALENDAR-COUNTER.
           1310-EXIT.
               EXIT.

           *> ---- 1500-CHECK-BUSINESS-DAY ---- <*
           *> SC-WORK-DATEが営業日かを判定する。曜日は通算日数の
           *> 剰余から求める（1601-01-01＝月曜＝通算1日）
           *> ---- 1600-CHECK-ONE-HOLIDAY ---- <*
           1600-CHECK-ONE-HOLIDAY.
               IF SC-HOLIDAY-DATE(SC-HOLIDAY-COUNTER) = SC-WORK-DATE
                       AND SC-HOLIDAY-CAL(SC-HOLIDAY-COUNTER)
                           = SC-ACTIVE-CALENDAR
                   MOVE "N" TO SC-BUSINESS-DAY-SWITCH
               END-IF.
               ADD 1 TO SC-HOLIDAY-COUNTER.
           5100-EXIT.
               EXIT.

           *> ---- 6000-SETTLEMENT-DATE ---- <*
           *> DATE-1に通貨の決済日数分の営業日を進めた決済日（値日）
           *> をRESULT-DATEに、使った決済日数をDAY-COUNTに返す。
           *> 決済日数0で当日が休日なら翌営業日に繰り延べる
           6000-SETTLEMENT-DATE.
               IF SC-CAL-LAG-SET(SC-ACTIVE-CALENDAR) = "Y"
                   MOVE SC-CAL-LAG(SC-ACTIVE-CALENDAR) TO SC-STEPS-LEFT
               ELSE
                   MOVE SC-CAL-LAG(1) TO SC-STEPS-LEFT
               END-IF.
               MOVE SC-STEPS-LEFT TO BDC-DAY-COUNT.
               COMPUTE SC-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(BDC-DATE-1).
               MOVE BDC-DATE-1 TO SC-WORK-DATE.
               IF SC-STEPS-LEFT = 0
                   PERFORM 1500-CHECK-BUSINESS-DAY THRU 1500-EXIT
                   PERFORM 3100-STEP-FORWARD THRU 3100-EXIT
                       UNTIL SC-BUSINESS-DAY
               ELSE
                   PERFORM 6100-STEP-TO-SETTLEMENT THRU 6100-EXIT
                       UNTIL SC-STEPS-LEFT = 0
               END-IF.
               MOVE SC-WORK-DATE TO BDC-RESULT-DATE.
           6000-EXIT.
               EXIT.

           *> ---- 6100-STEP-TO-SETTLEMENT ---- <*
           6100-STEP-TO-SETTLEMENT.
               PERFORM 3100-STEP-FORWARD THRU 3100-EXIT.
               IF SC-BUSINESS-DAY
                   SUBTRACT 1 FROM SC-STEPS-LEFT
               END-IF.
           6100-EXIT.
               EXIT.

           END PROGRAM BDAYCALC.
