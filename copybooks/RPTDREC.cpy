                 05 RPTD-NUM-MAX PIC 9(04).
                 05 RPTD-LPP PIC 9(03).
                 05 FILLER PIC X(01).
              *> 処理サイクル番号（RPTPRTがサイクル別に印刷する）
              03 RPTD-CYCLE PIC 9(02).
