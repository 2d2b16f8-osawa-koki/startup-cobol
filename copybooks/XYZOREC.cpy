              03 XYZOUT-CURRENCY-CODE PIC X(03).
              03 XYZOUT-Z-REPORTING PIC S9(7)V99.
              03 XYZOUT-RUN-DATE PIC 9(08).
              03 XYZOUT-ACCOUNT PIC X(10).
              03 XYZOUT-SOURCE PIC X(08).
              *> 計算種別（A/S/M）。再計算監査でADDを同じ条件で呼ぶため
              *> Oは年次締めの繰越開始行（口座は空白、Xは繰り越した
              *> 結果件数、Z・換算額は締めた年までの通貨別合計）。
              *> 明細を数える処理は読み飛ばす
              03 XYZOUT-OPERATION PIC X(01).
                 88 XYZOUT-OPENING-BALANCE VALUE "O".
              *> 書き込んだ処理サイクル番号（サイクル前の行は空白）
              03 XYZOUT-CYCLE PIC X(02).
              *> 通貨の決済カレンダーで求めた決済日（値日）。
              *> 値日導入前の行は空白（実行日を値日とみなす）
              03 XYZOUT-VALUE-DATE PIC 9(08).
