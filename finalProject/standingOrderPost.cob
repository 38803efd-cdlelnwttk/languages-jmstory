           APPLY-BATCH-TRANSFER in BatchPost enforce. Orders that
           fail for funds or status are reported and left due so
           they retry on the next run; orders past their expiry
           date are marked expired and never post again. Overdraft
           and excess withdrawal fees and the savings withdrawal
           limit come from the FEESCHED fee schedule.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT STANDING-ORDER-FILE
                          ASSIGN TO 'SORDMAST'
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS HOLD-KEY
                          FILE STATUS IS HOLD-FILE-STATUS.
                      SELECT FEE-SCHEDULE-FILE
                          ASSIGN TO 'FEESCHED'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS FEE-PRODUCT-CODE
                          FILE STATUS IS FEE-FILE-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
       FD DEPOSIT-HOLD-FILE.
           COPY HOLDREC.

       FD FEE-SCHEDULE-FILE.
           COPY FEESCHED.

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       01 WS-SRC-WD-MONTH          PIC X(7) VALUE SPACES.
       01 WS-SRC-WD-COUNT          PIC 9(2) VALUE 0.
       01 SAVINGS-WD-LIMIT         PIC 9(2) VALUE 6.
       01 EXCESS-WD-FEE            PIC 9(4)V99 VALUE 0.00.
       01 DEFAULT-OVERDRAFT-FEE    PIC 9(4)V99 VALUE 35.00.
       01 DEFAULT-SAVINGS-WD-LIMIT PIC 9(2) VALUE 6.
       01 FEE-FILE-STATUS          PIC X(2) VALUE '00'.
       01 WS-FEE-FILE-OK-FLAG      PIC X VALUE 'N'.
       01 WS-EXCESS-WD-FLAG        PIC X VALUE 'N'.
       01 WS-XFER-OK-FLAG          PIC X VALUE 'N'.
       01 WS-ORDERS-READ           PIC 9(6) VALUE 0.
       01 WS-ORDERS-POSTED         PIC 9(6) VALUE 0.
           IF HOLD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-HOLD-FILE-OK-FLAG
           END-IF
           OPEN INPUT FEE-SCHEDULE-FILE
           IF FEE-FILE-STATUS = '00'
               MOVE 'Y' TO WS-FEE-FILE-OK-FLAG
           ELSE
               DISPLAY "*** WARNING: fee schedule could not be "
                   "opened - status " FEE-FILE-STATUS
                   " - standing default fees used ***"
           END-IF
           PERFORM PROCESS-NEXT-ORDER UNTIL SORD-EOF-FLAG = 'Y'
           IF WS-HOLD-FILE-OK-FLAG = 'Y'
               CLOSE DEPOSIT-HOLD-FILE
           END-IF
           IF WS-FEE-FILE-OK-FLAG = 'Y'
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE STANDING-ORDER-FILE
           PERFORM PRINT-ORDER-SUMMARY
                   MOVE ACCT-MATURITY-DATE TO WS-SRC-MATURITY-DATE
                   MOVE ACCT-WD-MONTH TO WS-SRC-WD-MONTH
                   MOVE ACCT-WD-COUNT TO WS-SRC-WD-COUNT
                   PERFORM LOAD-PRODUCT-FEES
                   PERFORM CHECK-ORDER-SOURCE
           END-READ.

      *    Products with no fee schedule record keep the standing
      *    defaults - no excess withdrawal fee, so savings orders
      *    past the limit are rejected.
       LOAD-PRODUCT-FEES.
           MOVE DEFAULT-OVERDRAFT-FEE TO OVERDRAFT-FEE
           MOVE DEFAULT-SAVINGS-WD-LIMIT TO SAVINGS-WD-LIMIT
           MOVE 0 TO EXCESS-WD-FEE
           MOVE 'N' TO WS-EXCESS-WD-FLAG
           IF WS-FEE-FILE-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRC-PRODUCT-CODE TO FEE-PRODUCT-CODE
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FEE-OVERDRAFT-FEE TO OVERDRAFT-FEE
                   MOVE FEE-FREE-WD-LIMIT TO SAVINGS-WD-LIMIT
                   MOVE FEE-EXCESS-WD-FEE TO EXCESS-WD-FEE
           END-READ.

       REJECT-ORDER-NO-SOURCE.
           DISPLAY "Order " SORD-ACCT-NUMBER "/" SORD-SEQ
               " - source account not on file - order rejected"
           IF WS-SRC-WD-MONTH NOT = WS-PROCESS-DATE(1:7)
               MOVE 0 TO WS-SRC-WD-COUNT
           END-IF
           IF WS-SRC-WD-COUNT < SAVINGS-WD-LIMIT
               PERFORM CHECK-ORDER-TARGET
               EXIT PARAGRAPH
           END-IF
           IF EXCESS-WD-FEE = 0
               DISPLAY "Order " SORD-ACCT-NUMBER "/" SORD-SEQ
                   " - monthly withdrawal limit reached - "
                   "order rejected"
               ADD 1 TO WS-ORDERS-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF SORD-AMOUNT + EXCESS-WD-FEE > WS-AVAILABLE-BALANCE
               DISPLAY "Order " SORD-ACCT-NUMBER "/" SORD-SEQ
                   " - over withdrawal limit and funds do not "
                   "cover the excess withdrawal fee - order "
                   "rejected"
               ADD 1 TO WS-ORDERS-REJECTED
           ELSE
               MOVE 'Y' TO WS-EXCESS-WD-FLAG
               PERFORM CHECK-ORDER-TARGET
           END-IF.

                   MOVE SORD-AMOUNT TO TRANSACTION-AMOUNT
                   MOVE "-" TO TRANSACTION-SIGN
                   PERFORM WRITE-TRANSFER-LEG-RECORD
                   IF WS-EXCESS-WD-FLAG = 'Y'
                       PERFORM CHARGE-ORDER-EXCESS-FEE
                   END-IF
                   IF ACCOUNT-BALANCE < 0
                       PERFORM CHARGE-ORDER-OD-FEE
                   END-IF
           MOVE SPACE TO TRANSACTION-SIGN
           PERFORM WRITE-FEE-RECORD.

       CHARGE-ORDER-EXCESS-FEE.
           SUBTRACT EXCESS-WD-FEE FROM ACCOUNT-BALANCE
           MOVE ACCOUNT-BALANCE TO ACCT-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE SORD-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE "XS WD FEE" TO TRANSACTION-TYPE
           MOVE EXCESS-WD-FEE TO TRANSACTION-AMOUNT
           MOVE SPACE TO TRANSACTION-SIGN
           PERFORM WRITE-FEE-RECORD
           MOVE 'N' TO WS-EXCESS-WD-FLAG.

       CREDIT-ORDER-TARGET.
           MOVE SORD-TARGET-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
