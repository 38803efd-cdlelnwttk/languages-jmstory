                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "CD PENALTY"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "MAINT FEE"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "XS WD FEE"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "CHARGEOFF"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
               WHEN "RECOVERY"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "TRANSFER"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
               WHEN "REVERSAL"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-TRAN-DELTA
           END-EVALUATE.
