           balance. When the history file is readable, BAL FWD
           carry-forward records in the live log are skipped and the
           archived detail behind them is used instead; when it is
           not, the carry-forward records stand in for it. Each
           reversal is followed by a line naming the entry it backs
           out, and a reversed fee comes back off the fee subtotal.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT CUSTOMER-MASTER-FILE
                          ASSIGN TO 'CUSTMAST'
       01 TRAN-HIST-STATUS         PIC X(2) VALUE '00'.
       01 TRAN-HIST-EOF-FLAG       PIC X VALUE 'N'.
       01 WS-HIST-FILE-OK-FLAG     PIC X VALUE 'N'.
           COPY REVREF.

       01 STMT-HEADER-LINE-1.
           05 FILLER               PIC X(22)
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-BALANCE          PIC -(8)9.99.
           05 FILLER               PIC X(19) VALUE SPACES.
       01 STMT-REVERSAL-LINE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "** REVERSES ".
           05 RVL-ORIG-TYPE        PIC X(10).
           05 FILLER               PIC X(6) VALUE " ITEM ".
           05 RVL-ORIG-SEQ         PIC 9(4).
           05 FILLER               PIC X(4) VALUE " OF ".
           05 RVL-ORIG-DATE        PIC X(10).
           05 FILLER               PIC X(22) VALUE SPACES.
       01 STMT-SUBTOTAL-LINE.
           05 SUB-CAPTION          PIC X(20).
           05 SUB-AMOUNT           PIC -(8)9.99.
           END-IF
           IF TRANSACTION-TYPE = "OD FEE"
                   OR TRANSACTION-TYPE = "CD PENALTY"
                   OR TRANSACTION-TYPE = "MAINT FEE"
                   OR TRANSACTION-TYPE = "XS WD FEE"
               ADD TRANSACTION-AMOUNT TO WS-FEES-SUBTOTAL
           END-IF
           MOVE TRANSACTION-DATE TO DTL-DATE
           MOVE WS-TRAN-DELTA TO DTL-AMOUNT
           MOVE WS-RUNNING-BALANCE TO DTL-BALANCE
           WRITE STATEMENT-RECORD FROM STMT-DETAIL-LINE
           ADD 1 TO WS-DETAIL-COUNT
           IF TRANSACTION-TYPE = "REVERSAL"
               PERFORM WRITE-REVERSAL-LINK-LINE
           END-IF.

       WRITE-REVERSAL-LINK-LINE.
           MOVE TRAN-REFERENCE TO REVERSAL-REFERENCE
           IF NOT REV-REF-VALID
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN REV-OF-DEPOSIT
                   MOVE "DEPOSIT" TO RVL-ORIG-TYPE
               WHEN REV-OF-WITHDRAWAL
                   MOVE "WITHDRAWAL" TO RVL-ORIG-TYPE
               WHEN REV-OF-OVERDRAFT
                   MOVE "OVERDRAFT" TO RVL-ORIG-TYPE
               WHEN REV-OF-OD-FEE
                   MOVE "OD FEE" TO RVL-ORIG-TYPE
               WHEN REV-OF-CD-PENALTY
                   MOVE "CD PENALTY" TO RVL-ORIG-TYPE
               WHEN REV-OF-EXCESS-WD-FEE
                   MOVE "XS WD FEE" TO RVL-ORIG-TYPE
               WHEN REV-OF-TRANSFER
                   MOVE "TRANSFER" TO RVL-ORIG-TYPE
               WHEN OTHER
                   MOVE "ITEM" TO RVL-ORIG-TYPE
           END-EVALUATE
           IF REV-OF-OD-FEE OR REV-OF-CD-PENALTY
                   OR REV-OF-EXCESS-WD-FEE
               IF TRANSACTION-AMOUNT > WS-FEES-SUBTOTAL
                   MOVE 0 TO WS-FEES-SUBTOTAL
               ELSE
                   SUBTRACT TRANSACTION-AMOUNT FROM WS-FEES-SUBTOTAL
               END-IF
           END-IF
           MOVE REV-REF-ORIG-SEQ TO RVL-ORIG-SEQ
           MOVE TRANSACTION-DATE TO RVL-ORIG-DATE
           WRITE STATEMENT-RECORD FROM STMT-REVERSAL-LINE.

       COMPUTE-TRAN-DELTA.
           EVALUATE TRANSACTION-TYPE
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
