                   PERFORM 1000-LOAD-RATES THRU 1000-EXIT
               END-IF.
               SET CNV-STATUS-OK TO TRUE.
               MOVE 0 TO CNV-RATE-USED.
               MOVE 0 TO CNV-RATE-EFF-DATE.
               PERFORM 2000-FIND-RATE THRU 2000-EXIT.
               IF SC-FOUND-INDEX = 0
                   SET CNV-STATUS-UNKNOWN-CCY TO TRUE
                   MOVE 0 TO CNV-REPORTING-AMOUNT
               ELSE
                   MOVE RATE-VALUE(SC-FOUND-INDEX) TO CNV-RATE-USED
                   MOVE SC-FOUND-EFF-DATE TO CNV-RATE-EFF-DATE
                   COMPUTE CNV-REPORTING-AMOUNT ROUNDED =
                       CNV-AMOUNT * RATE-VALUE(SC-FOUND-INDEX)
                       ON SIZE ERROR
