           *>   N = DATE-1の翌営業日をRESULT-DATEに返す
           *>   C = DATE-1翌日からDATE-2までの営業日数をDAY-COUNTに
           *>   P = DATE-1からDAY-COUNT営業日さかのぼった日付を返す
           *>   S = DATE-1に通貨の決済日数を進めた決済日（値日）を
           *>       RESULT-DATEに、決済日数をDAY-COUNTに返す
           *> CURRENCYに通貨コードを入れるとその通貨の決済カレンダー
           *> で判定する（空白は自国カレンダー）。カレンダーのない
           *> 通貨は自国カレンダーで計算してSTATUS＝Cを返す
           01 BDC.
              03 BDC-REQUEST PIC X(01).
                 88 BDC-REQ-VALIDATE VALUE "V".
                 88 BDC-REQ-NEXT VALUE "N".
                 88 BDC-REQ-COUNT VALUE "C".
                 88 BDC-REQ-PRIOR VALUE "P".
                 88 BDC-REQ-SETTLE VALUE "S".
              03 BDC-DATE-1 PIC 9(08).
              03 BDC-DATE-2 PIC 9(08).
              03 BDC-RESULT-DATE PIC 9(08).
                 88 BDC-STATUS-NON-BUSINESS VALUE "B".
                 88 BDC-STATUS-BAD-DATE VALUE "D".
                 88 BDC-STATUS-BAD-REQUEST VALUE "R".
                 88 BDC-STATUS-HOME-CALENDAR VALUE "C".
              03 BDC-CURRENCY PIC X(03).
