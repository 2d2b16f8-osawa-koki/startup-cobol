           *> ===== ======================= ===== <*
           *> ===== SHARED XYZOUT HELD-ITEM RECORD ===== <*
           *> ===== ======================= ===== <*
           *> XYZMONが保留したZ結果。キーは実行日・サイクル・その
           *> 日のそのサイクル内でのXYZOUT上の出現順（1から）。
           *> 保留中・解除済み・記帳済みを問わず、ここにある行は
           *> GLEXTの当日抽出から外れ、解除済みの行だけがGLEXTの
           *> 次の抽出で元の実行日のまま記帳される
           01 HOLD-RECORD.
              03 HOLD-KEY.
                 05 HOLD-RUN-DATE PIC 9(08).
                 05 HOLD-CYCLE PIC 9(02).
                 05 HOLD-SEQ PIC 9(06).
              03 HOLD-STATUS PIC X(01).
                 88 HOLD-HELD VALUE "H".
                 88 HOLD-RELEASED VALUE "R".
                 88 HOLD-POSTED VALUE "P".
              *> 保留の理由（該当する検査にY）
              03 HOLD-REASONS.
                 05 HOLD-OVER-LIMIT PIC X(01).
                    88 HOLD-FOR-LIMIT VALUE "Y".
                 05 HOLD-SPIKE PIC X(01).
                    88 HOLD-FOR-SPIKE VALUE "Y".
                 05 HOLD-REPEAT PIC X(01).
                    88 HOLD-FOR-REPEAT VALUE "Y".
              *> 記帳に要るXYZOUTの項目の写し
              03 HOLD-CCY PIC X(03).
              03 HOLD-Z PIC S9(7)V99.
              03 HOLD-Z-REPORTING PIC S9(7)V99.
              03 HOLD-VALUE-DATE PIC 9(08).
              03 HOLD-ACCOUNT PIC X(10).
              03 HOLD-SOURCE PIC X(08).
              03 HOLD-RELEASED-BY PIC X(08).
              03 HOLD-RELEASE-DATE PIC 9(08).
              03 HOLD-POSTED-DATE PIC 9(08).
              *> 解除理由
              03 HOLD-NOTE PIC X(40).
