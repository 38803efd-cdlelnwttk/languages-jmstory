       IDENTIFICATION DIVISION.
       PROGRAM-ID. CdMaturity.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. None.
       REMARKS. Daily certificate maturity run. Walks the account
           master for open certificates. A certificate maturing
           within the notice window gets one pre-maturity notice per
           term, addressed from the customer master and stating the
           instruction on file. A certificate whose maturity date
           has arrived is handled as the customer instructed in the
           maturity instruction file: renewed for a new term with a
           new maturity date, or paid out by transfer to the named
           checking account and closed at zero. A certificate
           closed at payout has its active standing orders
           cancelled and is written to the closure log, as a teller
           closure is. With no instruction on file the certificate
           renews for the standard term.
           A payout that cannot be made - holds outstanding, account
           on hold, payout account invalid - is deferred and retried
           on the next run. Every matured certificate gets a line on
           the maturity register.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                     SOURCE-COMPUTER. MICROSOFT-WINDOWS.
                     OBJECT-COMPUTER. MICROSOFT-WINDOWS.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT TRANSACTION-FILE
                          ASSIGN TO 'TRANSACT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS TRAN-FILE-STATUS.
                      SELECT ACCOUNT-MASTER-FILE
                          ASSIGN TO 'ACCTMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT CUSTOMER-MASTER-FILE
                          ASSIGN TO 'CUSTMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS CUST-NUMBER
                          FILE STATUS IS CUST-MASTER-STATUS.
                      SELECT CD-INSTRUCTION-FILE
                          ASSIGN TO 'CDINSTR'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS CDI-ACCT-NUMBER
                          FILE STATUS IS CDI-FILE-STATUS.
                      SELECT DEPOSIT-HOLD-FILE
                          ASSIGN TO 'HOLDFILE'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS HOLD-KEY
                          FILE STATUS IS HOLD-FILE-STATUS.
                      SELECT STANDING-ORDER-FILE
                          ASSIGN TO 'SORDMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS SORD-KEY
                          FILE STATUS IS SORD-FILE-STATUS.
                      SELECT ACCOUNT-CLOSURE-FILE
                          ASSIGN TO 'CLOSELOG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CLOSE-FILE-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.
                      SELECT NOTICE-FILE
                          ASSIGN TO 'CDNOTICE'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS NOTICE-FILE-STATUS.
                      SELECT REGISTER-FILE
                          ASSIGN TO 'CDMATREG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY TRANREC.

       FD ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD CD-INSTRUCTION-FILE.
           COPY CDINSTR.

       FD DEPOSIT-HOLD-FILE.
           COPY HOLDREC.

       FD STANDING-ORDER-FILE.
           COPY STORDER.

       FD ACCOUNT-CLOSURE-FILE.
           COPY CLOSEREC.

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       FD NOTICE-FILE.
       01 NOTICE-RECORD            PIC X(80).

       FD REGISTER-FILE.
       01 REGISTER-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 CUST-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 CDI-FILE-STATUS          PIC X(2) VALUE '00'.
       01 HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 SORD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 CLOSE-FILE-STATUS        PIC X(2) VALUE '00'.
       01 NOTICE-FILE-STATUS       PIC X(2) VALUE '00'.
       01 REGISTER-FILE-STATUS     PIC X(2) VALUE '00'.
       01 MASTER-EOF-FLAG          PIC X VALUE 'N'.
       01 WS-HOLD-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-SORD-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-CUST-FILE-OK-FLAG     PIC X VALUE 'N'.
       01 WS-CDI-FOUND-FLAG        PIC X VALUE 'N'.
       01 WS-PAYOUT-OK-FLAG        PIC X VALUE 'N'.
       01 WS-BATCH-ID              PIC X(10) VALUE "CDMATURE".
       01 WS-PROCESS-DATE          PIC X(10).
       01 WS-NOTICE-HORIZON        PIC X(10).
       01 CD-NOTICE-DAYS           PIC 9(3) VALUE 10.
       01 CD-DEFAULT-TERM          PIC 9(3) VALUE 12.
       01 WS-TRAN-REFERENCE        PIC X(10) VALUE SPACES.
       01 WS-POST-SEQ              PIC 9(6) VALUE 0.
       01 WS-CD-ACCT-NUMBER        PIC 9(10).
       01 WS-CD-CUST-NUMBER        PIC 9(6).
       01 WS-CD-BALANCE            PIC S9(6)V99 SIGN IS LEADING
                                       SEPARATE VALUE 0.
       01 WS-CD-STATUS             PIC X(1).
       01 WS-CD-MATURITY-DATE      PIC X(10).
       01 WS-NEW-MATURITY-DATE     PIC X(10).
       01 WS-TERM-MONTHS           PIC 9(3).
       01 WS-PAYOUT-ACCT           PIC 9(10).
       01 WS-PAYOUT-AMOUNT         PIC 9(6)V99.
      *    The payout account's master record, held from before
      *    the certificate is debited until its credit is posted.
       01 WS-PAYOUT-MASTER         PIC X(65).
       01 WS-HELD-AMOUNT           PIC 9(8)V99 VALUE 0.
       01 WS-DEFER-REASON          PIC X(30).
       01 WS-CLOSE-ORDERS          PIC 9(4) VALUE 0.
       01 WS-ORDERS-CANCELLED      PIC 9(6) VALUE 0.
       01 WS-CDS-EXAMINED          PIC 9(6) VALUE 0.
       01 WS-NOTICES-SENT          PIC 9(6) VALUE 0.
       01 WS-NOTICES-UNSENT        PIC 9(6) VALUE 0.
       01 WS-CDS-MATURED           PIC 9(6) VALUE 0.
       01 WS-CDS-RENEWED           PIC 9(6) VALUE 0.
       01 WS-CDS-PAID-OUT          PIC 9(6) VALUE 0.
       01 WS-CDS-DEFERRED          PIC 9(6) VALUE 0.
       01 WS-RENEWED-TOTAL         PIC 9(10)V99 VALUE 0.
       01 WS-PAID-OUT-TOTAL        PIC 9(10)V99 VALUE 0.
       01 WS-DATE-YYYYMMDD         PIC 9(8).
       01 WS-DATE-INTEGER          PIC 9(8).
       01 WS-DATE-PARTS.
           05 WS-DATE-YYYY         PIC 9(4).
           05 WS-DATE-MM           PIC 9(2).
           05 WS-DATE-DD           PIC 9(2).
       01 WS-MONTHS-TO-ADD         PIC 9(4).
       01 WS-YEARS-TO-ADD          PIC 9(4).
       01 WS-MONTH-REMAINDER       PIC 9(2).
       01 WS-DAYS-IN-MONTH         PIC 9(2).
       01 WS-LEAP-REMAINDER        PIC 9(4).

       01 REG-HEADER-LINE-1.
           05 FILLER               PIC X(30)
               VALUE "CERTIFICATE MATURITY REGISTER ".
           05 FILLER               PIC X(15) VALUE "BUSINESS DATE ".
           05 RHD-PROCESS-DATE     PIC X(10).
           05 FILLER               PIC X(25) VALUE SPACES.
       01 REG-COLUMN-LINE.
           05 FILLER               PIC X(12) VALUE "ACCOUNT".
           05 FILLER               PIC X(8) VALUE "CUST".
           05 FILLER               PIC X(12) VALUE "MATURED".
           05 FILLER               PIC X(13) VALUE "      BALANCE".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(33) VALUE "ACTION".
       01 REG-DETAIL-LINE.
           05 RDT-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RDT-CUST-NUMBER      PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RDT-MATURITY-DATE    PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RDT-BALANCE          PIC -(8)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RDT-ACTION           PIC X(33).
       01 REG-TOTAL-LINE.
           05 RTL-CAPTION          PIC X(30).
           05 RTL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RTL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(23) VALUE SPACES.
       01 REG-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01 REG-BLANK-LINE           PIC X(80) VALUE SPACES.

       01 NTC-TITLE-LINE.
           05 FILLER               PIC X(40)
               VALUE "CERTIFICATE OF DEPOSIT MATURITY NOTICE".
           05 FILLER               PIC X(30) VALUE SPACES.
           05 NTC-PROCESS-DATE     PIC X(10).
       01 NTC-ADDRESS-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 NTC-ADDRESS-TEXT     PIC X(76).
       01 NTC-CITY-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 NTC-CITY             PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 NTC-STATE            PIC X(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 NTC-ZIP              PIC X(10).
           05 FILLER               PIC X(41) VALUE SPACES.
       01 NTC-ACCOUNT-LINE.
           05 FILLER               PIC X(21)
               VALUE "Certificate account ".
           05 NTC-ACCT-NUMBER      PIC 9(10).
           05 FILLER               PIC X(13) VALUE " matures on ".
           05 NTC-MATURITY-DATE    PIC X(10).
           05 FILLER               PIC X(10) VALUE ". Balance ".
           05 NTC-BALANCE          PIC -(6)9.99.
           05 FILLER               PIC X(6) VALUE SPACES.
       01 NTC-INSTRUCTION-LINE.
           05 FILLER               PIC X(25)
               VALUE "Instruction on file:     ".
           05 NTC-INSTRUCTION-TEXT PIC X(55).
       01 NTC-CLOSING-LINE.
           05 FILLER               PIC X(38)
               VALUE "To change these instructions, contact ".
           05 FILLER               PIC X(42)
               VALUE "your branch before the maturity date.".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF NOT EOD-STREAM-ACTIVE
               DISPLAY "*** EOD stream has not been started for "
                   BUSD-DATE " - run EodControl START first. "
                   "Nothing processed. ***"
               STOP RUN
           END-IF
           MOVE BUSD-DATE TO WS-PROCESS-DATE
           PERFORM SET-NOTICE-HORIZON
           PERFORM OPEN-MATURITY-FILES
           PERFORM WRITE-REGISTER-HEADER
           MOVE 'N' TO MASTER-EOF-FLAG
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-MASTER-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO MASTER-EOF-FLAG
           END-START
           PERFORM EXAMINE-NEXT-ACCOUNT UNTIL MASTER-EOF-FLAG = 'Y'
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM CLOSE-MATURITY-FILES
           PERFORM PRINT-MATURITY-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "CD maturity run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "CD maturity run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       SET-NOTICE-HORIZON.
           MOVE WS-PROCESS-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-PROCESS-DATE(6:2) TO WS-DATE-MM
           MOVE WS-PROCESS-DATE(9:2) TO WS-DATE-DD
           MOVE WS-DATE-PARTS TO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               + CD-NOTICE-DAYS
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-PARTS
           MOVE SPACES TO WS-NOTICE-HORIZON
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
               INTO WS-NOTICE-HORIZON.

       OPEN-MATURITY-FILES.
           OPEN I-O ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Account master file could not be opened - "
                   "status " ACCT-MASTER-STATUS
               DISPLAY "CD maturity run aborted."
               STOP RUN
           END-IF
           OPEN I-O CD-INSTRUCTION-FILE
           IF CDI-FILE-STATUS = '35'
               OPEN OUTPUT CD-INSTRUCTION-FILE
               CLOSE CD-INSTRUCTION-FILE
               OPEN I-O CD-INSTRUCTION-FILE
           END-IF
           IF CDI-FILE-STATUS NOT = '00'
               DISPLAY "Maturity instruction file could not be "
                   "opened - status " CDI-FILE-STATUS
               DISPLAY "CD maturity run aborted."
               STOP RUN
           END-IF
           OPEN INPUT DEPOSIT-HOLD-FILE
           IF HOLD-FILE-STATUS = '35'
               OPEN OUTPUT DEPOSIT-HOLD-FILE
               CLOSE DEPOSIT-HOLD-FILE
               OPEN INPUT DEPOSIT-HOLD-FILE
           END-IF
           IF HOLD-FILE-STATUS NOT = '00'
               DISPLAY "Deposit hold file could not be opened - "
                   "status " HOLD-FILE-STATUS
               DISPLAY "CD maturity run aborted."
               STOP RUN
           END-IF
           OPEN I-O STANDING-ORDER-FILE
           IF SORD-FILE-STATUS = '35'
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           IF SORD-FILE-STATUS NOT = '00'
               DISPLAY "Standing order file could not be opened - "
                   "status " SORD-FILE-STATUS
               DISPLAY "CD maturity run aborted."
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUST-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FILE-OK-FLAG
           ELSE
               DISPLAY "*** WARNING: customer master could not be "
                   "opened - status " CUST-MASTER-STATUS
                   " - no maturity notices can be addressed ***"
           END-IF
           OPEN OUTPUT NOTICE-FILE
           OPEN OUTPUT REGISTER-FILE
           IF NOTICE-FILE-STATUS NOT = '00'
                   OR REGISTER-FILE-STATUS NOT = '00'
               DISPLAY "Notice or register file could not be "
                   "opened - status " NOTICE-FILE-STATUS "/"
                   REGISTER-FILE-STATUS
               DISPLAY "CD maturity run aborted."
               STOP RUN
           END-IF.

       CLOSE-MATURITY-FILES.
           CLOSE REGISTER-FILE
           CLOSE NOTICE-FILE
           IF WS-CUST-FILE-OK-FLAG = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE STANDING-ORDER-FILE
           CLOSE DEPOSIT-HOLD-FILE
           CLOSE CD-INSTRUCTION-FILE
           CLOSE ACCOUNT-MASTER-FILE.

      *    Paying out reads the target account by key, which loses
      *    the place in the sequential walk, so every certificate
      *    handled restarts the walk just past itself.
       EXAMINE-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   IF ACCT-CERTIFICATE
                           AND NOT ACCT-CLOSED
                           AND ACCT-MATURITY-DATE NOT = SPACES
                       ADD 1 TO WS-CDS-EXAMINED
                       PERFORM EXAMINE-ONE-CERTIFICATE
                       MOVE WS-CD-ACCT-NUMBER TO ACCT-NUMBER
                       START ACCOUNT-MASTER-FILE
                           KEY IS GREATER THAN ACCT-NUMBER
                           INVALID KEY
                               MOVE 'Y' TO MASTER-EOF-FLAG
                       END-START
                   END-IF
           END-READ.

       EXAMINE-ONE-CERTIFICATE.
           MOVE ACCT-NUMBER TO WS-CD-ACCT-NUMBER
           MOVE ACCT-CUSTOMER-NUMBER TO WS-CD-CUST-NUMBER
           MOVE ACCT-BALANCE TO WS-CD-BALANCE
           MOVE ACCT-STATUS TO WS-CD-STATUS
           MOVE ACCT-MATURITY-DATE TO WS-CD-MATURITY-DATE
           PERFORM LOAD-CD-INSTRUCTION
           IF WS-CD-MATURITY-DATE NOT > WS-PROCESS-DATE
               ADD 1 TO WS-CDS-MATURED
               PERFORM MATURE-ONE-CERTIFICATE
           ELSE
               IF WS-CD-MATURITY-DATE NOT > WS-NOTICE-HORIZON
                       AND CDI-NOTICE-DATE NOT = WS-CD-MATURITY-DATE
                   PERFORM SEND-MATURITY-NOTICE
               END-IF
           END-IF.

      *    A certificate with no instruction on file gets a
      *    standard renewal record, so its notice can be tracked
      *    and the teller sees what will happen at maturity.
       LOAD-CD-INSTRUCTION.
           MOVE WS-CD-ACCT-NUMBER TO CDI-ACCT-NUMBER
           READ CD-INSTRUCTION-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CDI-FOUND-FLAG
                   MOVE WS-CD-ACCT-NUMBER TO CDI-ACCT-NUMBER
                   MOVE 'R' TO CDI-OPTION
                   MOVE CD-DEFAULT-TERM TO CDI-TERM-MONTHS
                   MOVE 0 TO CDI-PAYOUT-ACCT
                   MOVE SPACES TO CDI-NOTICE-DATE
                   WRITE CD-INSTRUCTION-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR: default instruction "
                               "for " WS-CD-ACCT-NUMBER " could not "
                               "be written - status " CDI-FILE-STATUS
                               " ***"
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CDI-FOUND-FLAG
           END-READ.

       SEND-MATURITY-NOTICE.
           IF WS-CUST-FILE-OK-FLAG NOT = 'Y'
               ADD 1 TO WS-NOTICES-UNSENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-CUST-NUMBER TO CUST-NUMBER
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** Certificate " WS-CD-ACCT-NUMBER
                       " customer " WS-CD-CUST-NUMBER
                       " not on file - notice not sent ***"
                   ADD 1 TO WS-NOTICES-UNSENT
               NOT INVALID KEY
                   PERFORM WRITE-MATURITY-NOTICE
                   MOVE WS-CD-MATURITY-DATE TO CDI-NOTICE-DATE
                   REWRITE CD-INSTRUCTION-RECORD
                   ADD 1 TO WS-NOTICES-SENT
           END-READ.

       WRITE-MATURITY-NOTICE.
           MOVE WS-PROCESS-DATE TO NTC-PROCESS-DATE
           WRITE NOTICE-RECORD FROM NTC-TITLE-LINE
           WRITE NOTICE-RECORD FROM REG-BLANK-LINE
           MOVE CUST-NAME TO NTC-ADDRESS-TEXT
           WRITE NOTICE-RECORD FROM NTC-ADDRESS-LINE
           MOVE CUST-ADDRESS-LINE-1 TO NTC-ADDRESS-TEXT
           WRITE NOTICE-RECORD FROM NTC-ADDRESS-LINE
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO NTC-ADDRESS-TEXT
               WRITE NOTICE-RECORD FROM NTC-ADDRESS-LINE
           END-IF
           MOVE CUST-CITY TO NTC-CITY
           MOVE CUST-STATE TO NTC-STATE
           MOVE CUST-ZIP TO NTC-ZIP
           WRITE NOTICE-RECORD FROM NTC-CITY-LINE
           WRITE NOTICE-RECORD FROM REG-BLANK-LINE
           MOVE WS-CD-ACCT-NUMBER TO NTC-ACCT-NUMBER
           MOVE WS-CD-MATURITY-DATE TO NTC-MATURITY-DATE
           MOVE WS-CD-BALANCE TO NTC-BALANCE
           WRITE NOTICE-RECORD FROM NTC-ACCOUNT-LINE
           MOVE SPACES TO NTC-INSTRUCTION-TEXT
           IF CDI-PAYOUT
               STRING "PAY BALANCE TO CHECKING ACCOUNT "
                   CDI-PAYOUT-ACCT DELIMITED BY SIZE
                   INTO NTC-INSTRUCTION-TEXT
           ELSE
               STRING "RENEW FOR " CDI-TERM-MONTHS " MONTHS"
                   DELIMITED BY SIZE INTO NTC-INSTRUCTION-TEXT
           END-IF
           WRITE NOTICE-RECORD FROM NTC-INSTRUCTION-LINE
           WRITE NOTICE-RECORD FROM NTC-CLOSING-LINE
           WRITE NOTICE-RECORD FROM REG-SEPARATOR-LINE.

       MATURE-ONE-CERTIFICATE.
           IF WS-CD-STATUS = 'F'
               MOVE "FROZEN - NOT PROCESSED" TO WS-DEFER-REASON
               PERFORM DEFER-CERTIFICATE
               EXIT PARAGRAPH
           END-IF
           IF CDI-PAYOUT
               PERFORM PAY-OUT-CERTIFICATE
           ELSE
               PERFORM RENEW-CERTIFICATE
           END-IF.

       RENEW-CERTIFICATE.
           MOVE CDI-TERM-MONTHS TO WS-TERM-MONTHS
           IF WS-TERM-MONTHS = 0
               MOVE CD-DEFAULT-TERM TO WS-TERM-MONTHS
           END-IF
           PERFORM COMPUTE-NEW-MATURITY
           MOVE WS-CD-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "MASTER RE-READ FAILED" TO WS-DEFER-REASON
                   PERFORM DEFER-CERTIFICATE
               NOT INVALID KEY
                   MOVE WS-NEW-MATURITY-DATE TO ACCT-MATURITY-DATE
                   REWRITE ACCOUNT-MASTER-RECORD
                   ADD 1 TO WS-CDS-RENEWED
                   ADD WS-CD-BALANCE TO WS-RENEWED-TOTAL
                   MOVE SPACES TO RDT-ACTION
                   STRING "RENEWED " WS-TERM-MONTHS " MO TO "
                       WS-NEW-MATURITY-DATE DELIMITED BY SIZE
                       INTO RDT-ACTION
                   PERFORM WRITE-REGISTER-DETAIL
           END-READ.

      *    Adds the term to the old maturity date, holding the day
      *    of month and pulling it back to month end where the new
      *    month is shorter.
       COMPUTE-NEW-MATURITY.
           MOVE WS-CD-MATURITY-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-CD-MATURITY-DATE(6:2) TO WS-DATE-MM
           MOVE WS-CD-MATURITY-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-MONTHS-TO-ADD = WS-DATE-MM - 1 + WS-TERM-MONTHS
           DIVIDE WS-MONTHS-TO-ADD BY 12 GIVING WS-YEARS-TO-ADD
               REMAINDER WS-MONTH-REMAINDER
           ADD WS-YEARS-TO-ADD TO WS-DATE-YYYY
           COMPUTE WS-DATE-MM = WS-MONTH-REMAINDER + 1
           PERFORM SET-DAYS-IN-MONTH
           IF WS-DATE-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DATE-DD
           END-IF
           MOVE SPACES TO WS-NEW-MATURITY-DATE
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
               INTO WS-NEW-MATURITY-DATE.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-DATE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-DATE-YYYY BY 4 GIVING WS-LEAP-REMAINDER
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-DATE-YYYY BY 100
                           GIVING WS-LEAP-REMAINDER
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-IN-MONTH
                           DIVIDE WS-DATE-YYYY BY 400
                               GIVING WS-LEAP-REMAINDER
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       PAY-OUT-CERTIFICATE.
           IF WS-CD-STATUS = 'H'
               MOVE "ON HOLD - PAYOUT DEFERRED" TO WS-DEFER-REASON
               PERFORM DEFER-CERTIFICATE
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-CERTIFICATE-HOLDS
           IF WS-HELD-AMOUNT > 0
               MOVE "HOLDS OUTSTANDING - DEFERRED" TO WS-DEFER-REASON
               PERFORM DEFER-CERTIFICATE
               EXIT PARAGRAPH
           END-IF
           MOVE CDI-PAYOUT-ACCT TO WS-PAYOUT-ACCT
           PERFORM CHECK-PAYOUT-ACCOUNT
           IF WS-PAYOUT-OK-FLAG NOT = 'Y'
               MOVE "PAYOUT ACCOUNT INVALID - DEFERRED"
                   TO WS-DEFER-REASON
               PERFORM DEFER-CERTIFICATE
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-BALANCE < 0
               MOVE "NEGATIVE BALANCE - DEFERRED" TO WS-DEFER-REASON
               PERFORM DEFER-CERTIFICATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CD-BALANCE TO WS-PAYOUT-AMOUNT
           PERFORM POST-PAYOUT-TRANSFER.

       SUM-CERTIFICATE-HOLDS.
           MOVE 0 TO WS-HELD-AMOUNT
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE WS-CD-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE 0 TO HOLD-SEQ
           START DEPOSIT-HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START
           PERFORM SCAN-CERTIFICATE-HOLDS
               UNTIL WS-HOLD-EOF-FLAG = 'Y'.

       SCAN-CERTIFICATE-HOLDS.
           READ DEPOSIT-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCT-NUMBER NOT = WS-CD-ACCT-NUMBER
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-HELD
                           ADD HOLD-AMOUNT TO WS-HELD-AMOUNT
                       END-IF
                   END-IF
           END-READ.

       CHECK-PAYOUT-ACCOUNT.
           MOVE 'N' TO WS-PAYOUT-OK-FLAG
           IF WS-PAYOUT-ACCT = WS-CD-ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAYOUT-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Certificate " WS-CD-ACCT-NUMBER
                       " - payout account " WS-PAYOUT-ACCT
                       " not on file"
               NOT INVALID KEY
                   IF NOT ACCT-CHECKING
                       DISPLAY "Certificate " WS-CD-ACCT-NUMBER
                           " - payout account " WS-PAYOUT-ACCT
                           " is not a checking account"
                   ELSE
                       IF ACCT-STATUS = 'F' OR ACCT-STATUS = 'C'
                           DISPLAY "Certificate " WS-CD-ACCT-NUMBER
                               " - payout account " WS-PAYOUT-ACCT
                               " status " ACCT-STATUS
                       ELSE
                           MOVE 'Y' TO WS-PAYOUT-OK-FLAG
                       END-IF
                   END-IF
           END-READ.

      *    Both accounts are read before either is changed, the
      *    payout account first, so a certificate is never closed
      *    without its credit leg. If either read fails the
      *    certificate is deferred untouched.
       POST-PAYOUT-TRANSFER.
           IF WS-PAYOUT-AMOUNT > 0
               MOVE WS-PAYOUT-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "PAYOUT ACCT RE-READ FAILED"
                           TO WS-DEFER-REASON
                       PERFORM DEFER-CERTIFICATE
                       EXIT PARAGRAPH
               END-READ
               MOVE ACCOUNT-MASTER-RECORD TO WS-PAYOUT-MASTER
           END-IF
           MOVE WS-CD-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "MASTER RE-READ FAILED" TO WS-DEFER-REASON
                   PERFORM DEFER-CERTIFICATE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-POST-SEQ
           MOVE SPACES TO WS-TRAN-REFERENCE
           STRING "XF" WS-POST-SEQ INTO WS-TRAN-REFERENCE
           SUBTRACT WS-PAYOUT-AMOUNT FROM ACCT-BALANCE
           MOVE 'C' TO ACCT-STATUS
           MOVE WS-PROCESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-PAYOUT-AMOUNT > 0
               MOVE WS-CD-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
               MOVE "TRANSFER" TO TRANSACTION-TYPE
               MOVE WS-PAYOUT-AMOUNT TO TRANSACTION-AMOUNT
               MOVE "-" TO TRANSACTION-SIGN
               PERFORM WRITE-TRANSFER-LEG-RECORD
               PERFORM CREDIT-PAYOUT-ACCOUNT
           END-IF
           PERFORM CANCEL-CLOSING-ORDERS
           PERFORM WRITE-CLOSURE-LOG
           ADD 1 TO WS-CDS-PAID-OUT
           ADD WS-PAYOUT-AMOUNT TO WS-PAID-OUT-TOTAL
           MOVE SPACES TO RDT-ACTION
           STRING "PAID TO " WS-PAYOUT-ACCT " - CLOSED"
               DELIMITED BY SIZE INTO RDT-ACTION
           PERFORM WRITE-REGISTER-DETAIL
           MOVE SPACES TO WS-TRAN-REFERENCE.

      *    The payout is customer-instructed, so the receiving
      *    account's credit counts as activity for dormancy. The
      *    record was read before the certificate was debited.
       CREDIT-PAYOUT-ACCOUNT.
           MOVE WS-PAYOUT-MASTER TO ACCOUNT-MASTER-RECORD
           ADD WS-PAYOUT-AMOUNT TO ACCT-BALANCE
           MOVE WS-PROCESS-DATE TO ACCT-LAST-ACTIVITY-DATE
           IF ACCT-DORMANT
               MOVE 'A' TO ACCT-STATUS
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE WS-PAYOUT-ACCT TO TRAN-ACCOUNT-NUMBER
           MOVE "TRANSFER" TO TRANSACTION-TYPE
           MOVE WS-PAYOUT-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "+" TO TRANSACTION-SIGN
           PERFORM WRITE-TRANSFER-LEG-RECORD.

      *    A certificate closed at payout leaves no order to
      *    post against it, so its active orders are cancelled
      *    as BankingSystem does when a teller closes an account.
       CANCEL-CLOSING-ORDERS.
           MOVE 0 TO WS-CLOSE-ORDERS
           MOVE 'N' TO WS-SORD-EOF-FLAG
           MOVE WS-CD-ACCT-NUMBER TO SORD-ACCT-NUMBER
           MOVE 0 TO SORD-SEQ
           START STANDING-ORDER-FILE
               KEY IS NOT LESS THAN SORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SORD-EOF-FLAG
           END-START
           PERFORM CANCEL-NEXT-CLOSING-ORDER
               UNTIL WS-SORD-EOF-FLAG = 'Y'
           ADD WS-CLOSE-ORDERS TO WS-ORDERS-CANCELLED.

       CANCEL-NEXT-CLOSING-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SORD-EOF-FLAG
               NOT AT END
                   IF SORD-ACCT-NUMBER NOT = WS-CD-ACCT-NUMBER
                       MOVE 'Y' TO WS-SORD-EOF-FLAG
                   ELSE
                       IF SORD-ACTIVE
                           MOVE 'C' TO SORD-STATUS
                           REWRITE STANDING-ORDER-RECORD
                           ADD 1 TO WS-CLOSE-ORDERS
                       END-IF
                   END-IF
           END-READ.

      *    The closure is logged under the batch ID with no
      *    supervisor; the customer's instruction on file is the
      *    authority for it. Matured certificates carry no final
      *    interest or early-closure fee.
       WRITE-CLOSURE-LOG.
           MOVE WS-CD-ACCT-NUMBER TO CLOSE-ACCT-NUMBER
           MOVE WS-CD-CUST-NUMBER TO CLOSE-CUST-NUMBER
           MOVE "CD" TO CLOSE-PRODUCT-CODE
           MOVE WS-PROCESS-DATE TO CLOSE-DATE
           MOVE WS-BATCH-ID TO CLOSE-TELLER-ID
           MOVE SPACES TO CLOSE-SUPV-ID
           MOVE WS-CD-BALANCE TO CLOSE-PRIOR-BALANCE
           MOVE 0 TO CLOSE-INTEREST
           MOVE 0 TO CLOSE-FEE
           MOVE WS-PAYOUT-AMOUNT TO CLOSE-PAYOUT
           IF WS-PAYOUT-AMOUNT > 0
               MOVE 'T' TO CLOSE-METHOD
               MOVE WS-PAYOUT-ACCT TO CLOSE-TARGET-ACCT
           ELSE
               MOVE 'N' TO CLOSE-METHOD
               MOVE 0 TO CLOSE-TARGET-ACCT
           END-IF
           MOVE WS-CLOSE-ORDERS TO CLOSE-ORDERS-CANCELLED
           OPEN EXTEND ACCOUNT-CLOSURE-FILE
           IF CLOSE-FILE-STATUS = '35'
               OPEN OUTPUT ACCOUNT-CLOSURE-FILE
               CLOSE ACCOUNT-CLOSURE-FILE
               OPEN EXTEND ACCOUNT-CLOSURE-FILE
           END-IF
           WRITE ACCOUNT-CLOSURE-RECORD
           IF CLOSE-FILE-STATUS NOT = '00'
               DISPLAY "*** ERROR: closure log record for "
                   WS-CD-ACCT-NUMBER " could not be written - "
                   "status " CLOSE-FILE-STATUS " ***"
           END-IF
           CLOSE ACCOUNT-CLOSURE-FILE.

       DEFER-CERTIFICATE.
           ADD 1 TO WS-CDS-DEFERRED
           DISPLAY "Certificate " WS-CD-ACCT-NUMBER " - "
               WS-DEFER-REASON
           MOVE WS-DEFER-REASON TO RDT-ACTION
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-TRANSFER-LEG-RECORD.
           MOVE WS-PROCESS-DATE TO TRANSACTION-DATE
           MOVE WS-BATCH-ID TO TRAN-TELLER-ID
           MOVE WS-TRAN-REFERENCE TO TRAN-REFERENCE
           OPEN EXTEND TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN EXTEND TRANSACTION-FILE
           END-IF
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE.

       WRITE-REGISTER-HEADER.
           MOVE WS-PROCESS-DATE TO RHD-PROCESS-DATE
           WRITE REGISTER-RECORD FROM REG-HEADER-LINE-1
           WRITE REGISTER-RECORD FROM REG-SEPARATOR-LINE
           WRITE REGISTER-RECORD FROM REG-COLUMN-LINE.

       WRITE-REGISTER-DETAIL.
           MOVE WS-CD-ACCT-NUMBER TO RDT-ACCT-NUMBER
           MOVE WS-CD-CUST-NUMBER TO RDT-CUST-NUMBER
           MOVE WS-CD-MATURITY-DATE TO RDT-MATURITY-DATE
           MOVE WS-CD-BALANCE TO RDT-BALANCE
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.

       WRITE-REGISTER-TOTALS.
           WRITE REGISTER-RECORD FROM REG-SEPARATOR-LINE
           MOVE "Certificates matured:" TO RTL-CAPTION
           MOVE WS-CDS-MATURED TO RTL-COUNT
           MOVE 0 TO RTL-AMOUNT
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE
           MOVE "  Renewed:" TO RTL-CAPTION
           MOVE WS-CDS-RENEWED TO RTL-COUNT
           MOVE WS-RENEWED-TOTAL TO RTL-AMOUNT
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE
           MOVE "  Paid out:" TO RTL-CAPTION
           MOVE WS-CDS-PAID-OUT TO RTL-COUNT
           MOVE WS-PAID-OUT-TOTAL TO RTL-AMOUNT
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE
           MOVE "  Deferred:" TO RTL-CAPTION
           MOVE WS-CDS-DEFERRED TO RTL-COUNT
           MOVE 0 TO RTL-AMOUNT
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE
           MOVE "Pre-maturity notices mailed:" TO RTL-CAPTION
           MOVE WS-NOTICES-SENT TO RTL-COUNT
           MOVE 0 TO RTL-AMOUNT
           WRITE REGISTER-RECORD FROM REG-TOTAL-LINE.

       PRINT-MATURITY-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "CD Maturity Run Summary"
           DISPLAY "===================================="
           DISPLAY "Business Date:       " WS-PROCESS-DATE
           DISPLAY "Notice Window To:    " WS-NOTICE-HORIZON
           DISPLAY "Certificates Open:   " WS-CDS-EXAMINED
           DISPLAY "Notices Mailed:      " WS-NOTICES-SENT
           DISPLAY "Notices Not Sent:    " WS-NOTICES-UNSENT
           DISPLAY "Certificates Matured: " WS-CDS-MATURED
           DISPLAY "  Renewed:           " WS-CDS-RENEWED
           DISPLAY "  Paid Out:          " WS-CDS-PAID-OUT
           DISPLAY "  Deferred:          " WS-CDS-DEFERRED
           DISPLAY "Amount Paid Out:     " WS-PAID-OUT-TOTAL
           DISPLAY "Orders Cancelled:    " WS-ORDERS-CANCELLED
           DISPLAY "====================================".
