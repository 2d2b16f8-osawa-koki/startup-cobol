                 88 EXCP-UNKNOWN-CCY VALUE "R010".
                 88 EXCP-CONVERT-OVERFLOW VALUE "R011".
                 88 EXCP-LANG-UNKNOWN VALUE "R020".
                 88 EXCP-ACCOUNT-INVALID VALUE "R030".
                 *> 上のいずれか（履歴の整合性検査で使う）
                 88 EXCP-KNOWN-REASON VALUE "R001" "R002" "R003"
                     "R010" "R011" "R020" "R030".
              03 EXCP-DATA PIC X(22).
              03 EXCP-ACCOUNT PIC X(10).
              03 EXCP-SOURCE PIC X(08).
              *> 書き込んだ処理サイクル番号（サイクル前の行は空白）
              03 EXCP-CYCLE PIC X(02).
