              03 RLOG-COUNT-1 PIC 9(07).
              03 RLOG-COUNT-2 PIC 9(07).
              03 RLOG-COUNT-3 PIC 9(07).
              *> 処理サイクル番号。サイクルのないステップは空白
              03 RLOG-CYCLE PIC X(02).
