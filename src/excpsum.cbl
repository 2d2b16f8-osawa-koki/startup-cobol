                   WHEN "R020"
                       MOVE "LANGUAGE CODE UNKNOWN/INACTIVE"
                           TO SC-REASON-TEXT
                   WHEN "R030"
                       MOVE "ACCOUNT UNKNOWN OR CLOSED"
                           TO SC-REASON-TEXT
                   WHEN OTHER
                       MOVE "UNRECOGNIZED REASON CODE"
                           TO SC-REASON-TEXT
