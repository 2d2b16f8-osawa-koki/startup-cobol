              03 RUNCTL-DUP-COUNT PIC 9(06).
              03 RUNCTL-XYZWR-COUNT PIC 9(06).
              03 RUNCTL-CNVS-COUNT PIC 9(06).
              *> 処理サイクル番号。サイクルごとに１件追記する
              03 RUNCTL-CYCLE PIC 9(02).
