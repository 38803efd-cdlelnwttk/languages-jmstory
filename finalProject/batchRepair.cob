                       TO WS-REASON-TEXT
               WHEN "TYPE"
                   MOVE "UNKNOWN TRANSACTION TYPE" TO WS-REASON-TEXT
               WHEN "ORIG"
                   MOVE "REVERSED ITEM NOT FOUND OR NOT MATCHED"
                       TO WS-REASON-TEXT
               WHEN "RVSD"
                   MOVE "ITEM ALREADY REVERSED" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON CODE" TO WS-REASON-TEXT
           END-EVALUATE.
