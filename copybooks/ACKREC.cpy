           *> ===== ======================= ===== <*
           *> ===== SHARED ACKDATA FILE RECORD ===== <*
           *> ===== ======================= ===== <*
           *> MAINが明細１件ごとに書く処理結果レコード。受信元別の
           *> 受領通知（FEEDACK）はこれだけを読んで作る
           01 ACK-RECORD.
              03 ACK-RUN-DATE PIC 9(08).
              03 ACK-SOURCE PIC X(08).
              03 ACK-DISPOSITION PIC X(01).
                 88 ACK-ACCEPTED VALUE "A".
                 88 ACK-DUPLICATE VALUE "D".
                 88 ACK-REJECTED VALUE "R".
                 88 ACK-SUSPENDED VALUE "S".
              03 ACK-REASON-CODE PIC X(04).
              03 ACK-REC-TYPE PIC X(01).
              03 ACK-DATA PIC X(22).
              03 ACK-ACCOUNT PIC X(10).
              *> 処理サイクル番号
              03 ACK-CYCLE PIC X(02).
