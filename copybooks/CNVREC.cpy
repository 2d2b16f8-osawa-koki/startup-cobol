                    88 CNV-STATUS-OK VALUE " ".
                    88 CNV-STATUS-UNKNOWN-CCY VALUE "U".
                    88 CNV-STATUS-OVERFLOW VALUE "E".
                 *> 換算に使ったレートとその発効日（見つからなければ０）
                 03 CNV-RATE-USED PIC 9(3)V9(6).
                 03 CNV-RATE-EFF-DATE PIC 9(08).
