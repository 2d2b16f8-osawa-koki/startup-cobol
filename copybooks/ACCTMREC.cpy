           *> ===== ======================= ===== <*
           *> ===== SHARED ACCTMAST FILE RECORD ===== <*
           *> ===== ======================= ===== <*
           *> 口座×通貨ごとの残高マスタ。MAINがX取引のZ結果を
           *> 計上する。残高日付が実行日より前の行は、その日の
           *> 最初の計上時に前日締め残高を開始残高へ繰り越す
           *> （一覧・明細では未計上の行も同じ扱いで読む）
           01 ACCTMAST-RECORD.
              03 ACCTMAST-KEY.
                 05 ACCTMAST-NUMBER PIC X(10).
                 05 ACCTMAST-CCY PIC X(03).
              03 ACCTMAST-NAME PIC X(30).
              03 ACCTMAST-STATUS PIC X(01).
                 88 ACCTMAST-OPEN VALUE "O".
                 88 ACCTMAST-CLOSED VALUE "C".
              03 ACCTMAST-OPEN-DATE PIC 9(08).
              03 ACCTMAST-BAL-DATE PIC 9(08).
              03 ACCTMAST-OPENING-BAL PIC S9(11)V99.
              03 ACCTMAST-DAY-ACTIVITY PIC S9(11)V99.
              03 ACCTMAST-CLOSING-BAL PIC S9(11)V99.
              03 ACCTMAST-LAST-ACT-DATE PIC 9(08).
              *> BACKOUTで最終取引日を戻すための一つ前の取引日
              03 ACCTMAST-PREV-ACT-DATE PIC 9(08).
