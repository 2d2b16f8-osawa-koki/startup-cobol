              03 GLPOST-AMOUNT PIC S9(9)V99.
              03 GLPOST-CCY PIC X(03).
              03 GLPOST-SOURCE PIC X(08).
              *> 決済日（値日）。勘定系はこの日付で記帳を起こす
              03 GLPOST-VALUE-DATE PIC 9(08).
