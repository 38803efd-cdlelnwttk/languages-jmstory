       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClosedAcctReport.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. None.
       REMARKS. Daily closed-accounts report. Lists every account
           closed on the business date, from the account closure
           log - those settled and closed by a teller through
           BankingSystem and the certificates paid out and closed
           by the CD maturity run, logged under teller CDMATURE
           with no supervisor: owner, product, balance before
           closing, final interest, early-closure penalty, the
           amount paid out and how - cash or transfer to another
           account - the standing orders cancelled, and the
           teller and approving supervisor. Totals at the end
           split the payouts between cash and transfer so the cash
           figure can be tied to the drawers.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                     SOURCE-COMPUTER. MICROSOFT-WINDOWS.
                     OBJECT-COMPUTER. MICROSOFT-WINDOWS.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT ACCOUNT-CLOSURE-FILE
                          ASSIGN TO 'CLOSELOG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CLOSE-FILE-STATUS.
                      SELECT CUSTOMER-MASTER-FILE
                          ASSIGN TO 'CUSTMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS CUST-NUMBER
                          FILE STATUS IS CUST-MASTER-STATUS.
                      SELECT CLOSED-REPORT-FILE
                          ASSIGN TO 'CLOSERPT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CLOSE-RPT-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-CLOSURE-FILE.
           COPY CLOSEREC.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD CLOSED-REPORT-FILE.
       01 CLOSED-REPORT-RECORD     PIC X(132).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01 CLOSE-FILE-STATUS        PIC X(2) VALUE '00'.
       01 CUST-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 CLOSE-RPT-STATUS         PIC X(2) VALUE '00'.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 CLOSE-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-CUST-FILE-OK-FLAG     PIC X VALUE 'N'.
       01 WS-PROCESS-DATE          PIC X(10).
       01 WS-CLOSURES-READ         PIC 9(6) VALUE 0.
       01 WS-CLOSURES-LISTED       PIC 9(6) VALUE 0.
       01 WS-CASH-COUNT            PIC 9(6) VALUE 0.
       01 WS-XFER-COUNT            PIC 9(6) VALUE 0.
       01 WS-ZERO-COUNT            PIC 9(6) VALUE 0.
       01 WS-TOTAL-INTEREST        PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-FEES            PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-CASH            PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-XFER            PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-ORDERS          PIC 9(6) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(32)
               VALUE "CLOSED ACCOUNTS REPORT FOR     ".
           05 TTL-PROCESS-DATE     PIC X(10).
           05 FILLER               PIC X(90) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER               PIC X(11) VALUE "ACCOUNT".
           05 FILLER               PIC X(21) VALUE "OWNER".
           05 FILLER               PIC X(4) VALUE "PR".
           05 FILLER               PIC X(12) VALUE "  PRIOR BAL".
           05 FILLER               PIC X(10) VALUE "  INTEREST".
           05 FILLER               PIC X(10) VALUE "   PENALTY".
           05 FILLER               PIC X(12) VALUE "   PAID OUT".
           05 FILLER               PIC X(15) VALUE " METHOD".
           05 FILLER               PIC X(5) VALUE "ORDS".
           05 FILLER               PIC X(11) VALUE "TELLER".
           05 FILLER               PIC X(21) VALUE "SUPERVISOR".
       01 RPT-DETAIL-LINE.
           05 DTL-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-CUST-NAME        PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-PRODUCT          PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DTL-PRIOR-BALANCE    PIC -(6)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-INTEREST         PIC ZZZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-FEE              PIC ZZZZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-PAYOUT           PIC ZZZZZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DTL-METHOD           PIC X(14).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-ORDERS           PIC ZZZ9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-TELLER-ID        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-SUPV-ID          PIC X(10).
           05 FILLER               PIC X(11) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           05 TOT-CAPTION          PIC X(32).
           05 TOT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 TOT-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(77) VALUE SPACES.
       01 RPT-SEPARATOR-LINE       PIC X(132) VALUE ALL "=".
       01 RPT-BLANK-LINE           PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           OPEN INPUT ACCOUNT-CLOSURE-FILE
           IF CLOSE-FILE-STATUS = '35'
               MOVE 'Y' TO CLOSE-EOF-FLAG
           ELSE
               IF CLOSE-FILE-STATUS NOT = '00'
                   DISPLAY "Account closure log could not be opened "
                       "- status " CLOSE-FILE-STATUS
                   DISPLAY "Closed accounts report aborted."
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUST-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FILE-OK-FLAG
           ELSE
               DISPLAY "*** WARNING: customer master could not be "
                   "opened - status " CUST-MASTER-STATUS
                   " - owner names not shown ***"
           END-IF
           OPEN OUTPUT CLOSED-REPORT-FILE
           IF CLOSE-RPT-STATUS NOT = '00'
               DISPLAY "Closed accounts report file could not be "
                   "opened - status " CLOSE-RPT-STATUS
               DISPLAY "Closed accounts report aborted."
               STOP RUN
           END-IF
           MOVE WS-PROCESS-DATE TO TTL-PROCESS-DATE
           WRITE CLOSED-REPORT-RECORD FROM RPT-TITLE-LINE
           WRITE CLOSED-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           WRITE CLOSED-REPORT-RECORD FROM RPT-COLUMN-LINE
           PERFORM READ-CLOSURE-RECORD UNTIL CLOSE-EOF-FLAG = 'Y'
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CLOSED-REPORT-FILE
           IF WS-CUST-FILE-OK-FLAG = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           IF CLOSE-FILE-STATUS NOT = '35'
               CLOSE ACCOUNT-CLOSURE-FILE
           END-IF
           PERFORM PRINT-CLOSED-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "Closed accounts report aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "Closed accounts report aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-PROCESS-DATE
           CLOSE BUSINESS-DATE-FILE.

       READ-CLOSURE-RECORD.
           READ ACCOUNT-CLOSURE-FILE
               AT END
                   MOVE 'Y' TO CLOSE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CLOSURES-READ
                   IF CLOSE-DATE = WS-PROCESS-DATE
                       PERFORM LIST-ONE-CLOSURE
                   END-IF
           END-READ.

       LIST-ONE-CLOSURE.
           ADD 1 TO WS-CLOSURES-LISTED
           MOVE CLOSE-ACCT-NUMBER TO DTL-ACCT-NUMBER
           MOVE SPACES TO DTL-CUST-NAME
           IF WS-CUST-FILE-OK-FLAG = 'Y'
               MOVE CLOSE-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE "** NOT ON FILE **" TO DTL-CUST-NAME
                   NOT INVALID KEY
                       MOVE CUST-NAME TO DTL-CUST-NAME
               END-READ
           END-IF
           MOVE CLOSE-PRODUCT-CODE TO DTL-PRODUCT
           MOVE CLOSE-PRIOR-BALANCE TO DTL-PRIOR-BALANCE
           MOVE CLOSE-INTEREST TO DTL-INTEREST
           MOVE CLOSE-FEE TO DTL-FEE
           MOVE CLOSE-PAYOUT TO DTL-PAYOUT
           MOVE SPACES TO DTL-METHOD
           EVALUATE TRUE
               WHEN CLOSE-PAID-CASH
                   MOVE "CASH" TO DTL-METHOD
                   ADD 1 TO WS-CASH-COUNT
                   ADD CLOSE-PAYOUT TO WS-TOTAL-CASH
               WHEN CLOSE-PAID-TRANSFER
                   STRING "XF " CLOSE-TARGET-ACCT
                       DELIMITED BY SIZE INTO DTL-METHOD
                   ADD 1 TO WS-XFER-COUNT
                   ADD CLOSE-PAYOUT TO WS-TOTAL-XFER
               WHEN OTHER
                   MOVE "NONE" TO DTL-METHOD
                   ADD 1 TO WS-ZERO-COUNT
           END-EVALUATE
           MOVE CLOSE-ORDERS-CANCELLED TO DTL-ORDERS
           MOVE CLOSE-TELLER-ID TO DTL-TELLER-ID
           MOVE CLOSE-SUPV-ID TO DTL-SUPV-ID
           WRITE CLOSED-REPORT-RECORD FROM RPT-DETAIL-LINE
           ADD CLOSE-INTEREST TO WS-TOTAL-INTEREST
           ADD CLOSE-FEE TO WS-TOTAL-FEES
           ADD CLOSE-ORDERS-CANCELLED TO WS-TOTAL-ORDERS.

       WRITE-REPORT-TOTALS.
           WRITE CLOSED-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "ACCOUNTS CLOSED" TO TOT-CAPTION
           MOVE WS-CLOSURES-LISTED TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE CLOSED-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  PAID OUT IN CASH" TO TOT-CAPTION
           MOVE WS-CASH-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-CASH TO TOT-AMOUNT
           WRITE CLOSED-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  PAID OUT BY TRANSFER" TO TOT-CAPTION
           MOVE WS-XFER-COUNT TO TOT-COUNT
           MOVE WS-TOTAL-XFER TO TOT-AMOUNT
           WRITE CLOSED-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  CLOSED AT ZERO" TO TOT-CAPTION
           MOVE WS-ZERO-COUNT TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE CLOSED-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "FINAL INTEREST CREDITED" TO TOT-CAPTION
           MOVE 0 TO TOT-COUNT
           MOVE WS-TOTAL-INTEREST TO TOT-AMOUNT
           WRITE CLOSED-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "EARLY CLOSURE PENALTIES" TO TOT-CAPTION
           MOVE 0 TO TOT-COUNT
           MOVE WS-TOTAL-FEES TO TOT-AMOUNT
           WRITE CLOSED-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "STANDING ORDERS CANCELLED" TO TOT-CAPTION
           MOVE WS-TOTAL-ORDERS TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE CLOSED-REPORT-RECORD FROM RPT-TOTAL-LINE.

       PRINT-CLOSED-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "Closed Accounts Report Summary"
           DISPLAY "===================================="
           DISPLAY "Business Date:       " WS-PROCESS-DATE
           DISPLAY "Log Records Read:    " WS-CLOSURES-READ
           DISPLAY "Accounts Closed:     " WS-CLOSURES-LISTED
           DISPLAY "Paid Out in Cash:    " WS-TOTAL-CASH
           DISPLAY "Paid Out by Transfer: " WS-TOTAL-XFER
           DISPLAY "====================================".
