              03 TRANS-HEADER-DATA REDEFINES TRANS-DATA.
                 05 TRANS-HDR-DATE PIC 9(08).
                 05 TRANS-HDR-SOURCE PIC X(08).
                 *> 当日の処理サイクル番号（01から）。空白は01扱い
                 05 TRANS-HDR-CYCLE PIC X(02).
                 05 FILLER PIC X(04).
              03 TRANS-XYZ-DATA REDEFINES TRANS-DATA.
                 05 TRANS-XYZ-X PIC 9(7)V99.
                 05 TRANS-XYZ-Y PIC 9(7)V99.
                 05 TRANS-TRL-COUNT PIC 9(06).
                 05 TRANS-TRL-HASH PIC 9(09).
                 05 FILLER PIC X(07).
              *> X取引の口座番号（口座別残高マスタのキーの一部）。
              *> X以外の種別では空白のまま
              03 TRANS-ACCOUNT PIC X(10).
              *> 明細の受信元（TRANSASMが元フィードのヘッダから写す）。
              *> MAINの出力まで持ち回り、受信元別の受領通知に使う
              03 TRANS-SOURCE PIC X(08).
