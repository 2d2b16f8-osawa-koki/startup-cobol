           *> ===== ======================= ===== <*
           *> ===== SHARED LIMITS MASTER RECORD ===== <*
           *> ===== ======================= ===== <*
           *> 通貨別の高額・異常取引の監視しきい値（XYZMONが使う）。
           *> 金額は取引通貨建てのZの絶対値。各しきい値はゼロで
           *> その検査を行わない
           01 LIMIT-RECORD.
              03 LIMIT-CCY PIC X(03).
              *> 一件のZ結果の上限。超えた行は必ず保留する
              03 LIMIT-SINGLE-MAX PIC 9(7)V99.
              *> 当日の通貨別総額が過去平均の何パーセントを超えたら
              *> 急増とみなすか（0300 = 平均の3倍）
              03 LIMIT-SPIKE-PCT PIC 9(04).
              *> 同じ通貨・同じ金額の結果が一日に何件までなら通常か
              03 LIMIT-REPEAT-MAX PIC 9(03).
              *> 急増・同額反復の該当行も保留するか（Y）、警告だけか
              03 LIMIT-HOLD-SPIKE PIC X(01).
                 88 LIMIT-SPIKE-HELD VALUE "Y".
              03 LIMIT-HOLD-REPEAT PIC X(01).
                 88 LIMIT-REPEAT-HELD VALUE "Y".
