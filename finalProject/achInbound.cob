       IDENTIFICATION DIVISION.
       PROGRAM-ID. AchInbound.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. None.
       REMARKS. Inbound clearing house (ACH) file interface. Proves
           the received file first - each batch's entry count,
           routing hash and debit and credit totals against its
           batch control, and the batch count, entry count, hash
           and totals of the whole file against the file control -
           and takes nothing from a file that does not prove. Each
           entry of a proved file is then checked against the
           account master: account number not usable (R04) or not
           on file (R03), closed (R02), frozen or on hold for a
           debit (R16), debit to a certificate or past the savings
           withdrawal limit (R20), debit the available balance
           will not cover (R01), or an unknown transaction code
           (R17). Good entries are written to a BATCHIN-format
           file, flagged as an ACH batch, for BatchPost; bad ones
           are written to an ACH return file with a type 99 return
           addenda for the originating bank. Prenotes are checked
           the same way but post nothing. Debits are judged against
           the balance left by the entries ahead of them in the
           file, kept in a keyed work file. The settlement report
           lists every return and ties the file totals to the
           amounts posted plus the amounts returned.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                     SOURCE-COMPUTER. MICROSOFT-WINDOWS.
                     OBJECT-COMPUTER. MICROSOFT-WINDOWS.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT ACH-INPUT-FILE
                          ASSIGN TO 'ACHIN'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS ACH-IN-STATUS.
                      SELECT ACH-RETURN-FILE
                          ASSIGN TO 'ACHRETN'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS ACH-RET-STATUS.
                      SELECT BATCH-OUTPUT-FILE
                          ASSIGN TO 'ACHPOST'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BATCH-OUT-STATUS.
                      SELECT SETTLEMENT-REPORT-FILE
                          ASSIGN TO 'ACHRPT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS ACH-RPT-STATUS.
                      SELECT ACCOUNT-MASTER-FILE
                          ASSIGN TO 'ACCTMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ACCT-NUMBER
                          ALTERNATE RECORD KEY IS
                              ACCT-CUSTOMER-NUMBER WITH DUPLICATES
                          FILE STATUS IS ACCT-MASTER-STATUS.
                      SELECT DEPOSIT-HOLD-FILE
                          ASSIGN TO 'HOLDFILE'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS HOLD-KEY
                          FILE STATUS IS HOLD-FILE-STATUS.
                      SELECT FEE-SCHEDULE-FILE
                          ASSIGN TO 'FEESCHED'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS FEE-PRODUCT-CODE
                          FILE STATUS IS FEE-FILE-STATUS.
                      SELECT ACH-WORK-FILE
                          ASSIGN TO 'ACHWORK'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS WORK-ACCT-NUMBER
                          FILE STATUS IS ACH-WORK-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACH-INPUT-FILE.
       01 ACH-INPUT-RECORD         PIC X(94).

       FD ACH-RETURN-FILE.
       01 ACH-RETURN-RECORD        PIC X(94).

       FD BATCH-OUTPUT-FILE.
           COPY BATCHREC.

       FD SETTLEMENT-REPORT-FILE.
       01 SETTLEMENT-REPORT-RECORD PIC X(80).

       FD ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD DEPOSIT-HOLD-FILE.
           COPY HOLDREC.

       FD FEE-SCHEDULE-FILE.
           COPY FEESCHED.

       FD ACH-WORK-FILE.
       01 ACH-WORK-RECORD.
           05 WORK-ACCT-NUMBER     PIC 9(10).
           05 WORK-BALANCE         PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.
           05 WORK-HELD-AMOUNT     PIC 9(8)V99.
           05 WORK-WD-COUNT        PIC 9(3).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01 ACH-IN-STATUS            PIC X(2) VALUE '00'.
       01 ACH-RET-STATUS           PIC X(2) VALUE '00'.
       01 BATCH-OUT-STATUS         PIC X(2) VALUE '00'.
       01 ACH-RPT-STATUS           PIC X(2) VALUE '00'.
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 FEE-FILE-STATUS          PIC X(2) VALUE '00'.
       01 ACH-WORK-STATUS          PIC X(2) VALUE '00'.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACH-EOF-FLAG             PIC X VALUE 'N'.
       01 WS-HOLD-FILE-OK-FLAG     PIC X VALUE 'N'.
       01 WS-HOLD-EOF-FLAG         PIC X VALUE 'N'.
       01 WS-FEE-FILE-OK-FLAG      PIC X VALUE 'N'.
       01 WS-FILE-HEADER-SEEN      PIC X VALUE 'N'.
       01 WS-FILE-CONTROL-SEEN     PIC X VALUE 'N'.
       01 WS-BATCH-OPEN-FLAG       PIC X VALUE 'N'.
       01 WS-RETURN-FILE-STARTED   PIC X VALUE 'N'.
       01 WS-RETURN-BATCH-OPEN     PIC X VALUE 'N'.
       01 WS-PROCESS-DATE          PIC X(10).
       01 WS-CONTROL-ERRORS        PIC 9(4) VALUE 0.

      *    Proof pass tallies - one batch and the whole file.
       01 WS-PHYSICAL-RECORDS      PIC 9(8) VALUE 0.
       01 WS-EXPECTED-BLOCKS       PIC 9(6) VALUE 0.
       01 WS-BAT-NUMBER            PIC 9(7) VALUE 0.
       01 WS-BAT-SERVICE-CLASS     PIC 9(3) VALUE 0.
       01 WS-BAT-ENTRY-COUNT       PIC 9(6) VALUE 0.
       01 WS-BAT-HASH              PIC 9(12) VALUE 0.
       01 WS-BAT-DEBITS            PIC 9(10)V99 VALUE 0.
       01 WS-BAT-CREDITS           PIC 9(10)V99 VALUE 0.
       01 WS-FIL-BATCH-COUNT       PIC 9(6) VALUE 0.
       01 WS-FIL-ENTRY-COUNT       PIC 9(8) VALUE 0.
       01 WS-FIL-HASH              PIC 9(12) VALUE 0.
       01 WS-FIL-DEBITS            PIC 9(10)V99 VALUE 0.
       01 WS-FIL-CREDITS           PIC 9(10)V99 VALUE 0.
       01 WS-HASH-10               PIC 9(10) VALUE 0.
       01 WS-FILE-ENTRY-TOTAL      PIC 9(8) VALUE 0.
       01 WS-FILE-DEBIT-TOTAL      PIC 9(10)V99 VALUE 0.
       01 WS-FILE-CREDIT-TOTAL     PIC 9(10)V99 VALUE 0.

      *    Transaction code - first digit the account type, second
      *    whether it is a live credit (2), credit prenote or
      *    zero-dollar (3, 4), live debit (7), or debit prenote or
      *    zero-dollar (8, 9).
       01 WS-TRAN-CODE             PIC 9(2).
       01 WS-TRAN-CODE-PARTS REDEFINES WS-TRAN-CODE.
           05 WS-TC-ACCOUNT-DIGIT  PIC 9(1).
           05 WS-TC-KIND-DIGIT     PIC 9(1).
       01 WS-ENTRY-DIRECTION       PIC X(1).
           88 ENTRY-IS-CREDIT          VALUE 'C'.
           88 ENTRY-IS-DEBIT           VALUE 'D'.
           88 ENTRY-IS-UNKNOWN         VALUE ' '.
       01 WS-ENTRY-PRENOTE         PIC X(1).
       01 WS-ENTRY-AMOUNT          PIC 9(8)V99.
       01 WS-RETURN-REASON         PIC X(3).
       01 WS-DEBIT-OK-FLAG         PIC X VALUE 'N'.

       01 WS-ACCT-TEXT             PIC X(17).
       01 WS-ACCT-LEN              PIC 9(2).
       01 WS-LEAD-SPACES           PIC 9(2).
       01 WS-ACH-ACCT-NUMBER       PIC 9(10).
       01 WS-AVAILABLE-BALANCE     PIC S9(8)V99 SIGN IS LEADING
                                       SEPARATE VALUE 0.
       01 OVERDRAFT-FEE            PIC 9(4)V99 VALUE 35.00.
       01 SAVINGS-WD-LIMIT         PIC 9(2) VALUE 6.
       01 EXCESS-WD-FEE            PIC 9(4)V99 VALUE 0.00.
       01 DEFAULT-OVERDRAFT-FEE    PIC 9(4)V99 VALUE 35.00.
       01 DEFAULT-SAVINGS-WD-LIMIT PIC 9(2) VALUE 6.

      *    BATCHIN output - ACH batches are numbered 9DDDSS: day
      *    of the year and the file ID modifier's place in
      *    A-Z then 0-9.
       01 WS-POST-BATCH-NUMBER     PIC 9(6) VALUE 0.
       01 WS-DAY-OF-YEAR           PIC 9(3) VALUE 0.
       01 WS-MODIFIER-POS          PIC 9(2) VALUE 0.
       01 WS-MODIFIER-LIST         PIC X(36)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
       01 WS-DATE-YYYYMMDD         PIC 9(8).
       01 WS-DATE-PARTS.
           05 WS-DATE-YYYY         PIC 9(4).
           05 WS-DATE-MM           PIC 9(2).
           05 WS-DATE-DD           PIC 9(2).
       01 WS-PROCESS-INTEGER       PIC 9(8).
       01 WS-JAN1-INTEGER          PIC 9(8).
       01 WS-OUT-ITEM-COUNT        PIC 9(6) VALUE 0.
       01 WS-OUT-HASH-TOTAL        PIC 9(12) VALUE 0.
       01 WS-OUT-DEPOSIT-TOTAL     PIC 9(8)V99 VALUE 0.
       01 WS-OUT-WITHDRAWAL-TOTAL  PIC 9(8)V99 VALUE 0.
       01 WS-REMAINING-AMOUNT      PIC 9(8)V99 VALUE 0.
       01 WS-PART-AMOUNT           PIC 9(6)V99 VALUE 0.

      *    Return file - headers are saved as read so the return
      *    batch can be built from the original when the first
      *    return in it is found.
       01 WS-SAVE-FILE-HEADER      PIC X(94).
       01 WS-SAVE-BATCH-HEADER     PIC X(94).
       01 WS-SAVE-ENTRY            PIC X(94).
       01 WS-OUR-ROUTING           PIC X(8).
       01 WS-OUR-CHECK-DIGIT       PIC X(1).
       01 WS-ODFI-ROUTING          PIC X(8).
       01 WS-ORIG-RDFI             PIC X(8).
       01 WS-ORIG-TRACE            PIC X(15).
       01 WS-ORIG-COMPANY-ID       PIC X(10).
       01 WS-ORIG-SERVICE-CLASS    PIC 9(3).
       01 WS-RETURN-TRACE          PIC X(15).
       01 WS-RETURN-TRACE-PARTS REDEFINES WS-RETURN-TRACE.
           05 WS-RT-ROUTING        PIC X(8).
           05 WS-RT-SEQ            PIC 9(7).
       01 WS-RETURN-SEQ            PIC 9(7) VALUE 0.
       01 WS-RB-BATCH-NUMBER       PIC 9(7) VALUE 0.
       01 WS-RB-ENTRY-COUNT        PIC 9(6) VALUE 0.
       01 WS-RB-HASH               PIC 9(12) VALUE 0.
       01 WS-RB-DEBITS             PIC 9(10)V99 VALUE 0.
       01 WS-RB-CREDITS            PIC 9(10)V99 VALUE 0.
       01 WS-RF-BATCH-COUNT        PIC 9(6) VALUE 0.
       01 WS-RF-ENTRY-COUNT        PIC 9(8) VALUE 0.
       01 WS-RF-HASH               PIC 9(12) VALUE 0.
       01 WS-RF-DEBITS             PIC 9(10)V99 VALUE 0.
       01 WS-RF-CREDITS            PIC 9(10)V99 VALUE 0.
       01 WS-RF-RECORDS            PIC 9(8) VALUE 0.
       01 WS-BLOCK-REMAINDER       PIC 9(2) VALUE 0.
       01 WS-ROUTING-NUM           PIC 9(8).
       01 WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUM.
           05 WS-ROUTING-DIGIT     PIC 9(1) OCCURS 8 TIMES.
       01 WS-WEIGHT-VALUES         PIC X(8) VALUE "37137137".
       01 WS-WEIGHT-TABLE REDEFINES WS-WEIGHT-VALUES.
           05 WS-WEIGHT            PIC 9(1) OCCURS 8 TIMES.
       01 WS-DIGIT-IDX             PIC 9(2).
       01 WS-WEIGHTED-SUM          PIC 9(4).
       01 WS-CHECK-QUOTIENT        PIC 9(4).
       01 WS-CHECK-REMAINDER       PIC 9(1).
       01 WS-CHECK-DIGIT-NUM       PIC 9(1).

      *    Settlement counts.
       01 WS-ENTRIES-READ          PIC 9(8) VALUE 0.
       01 WS-ADDENDA-READ          PIC 9(8) VALUE 0.
       01 WS-CREDITS-POSTED        PIC 9(6) VALUE 0.
       01 WS-CREDITS-POSTED-AMT    PIC 9(10)V99 VALUE 0.
       01 WS-DEBITS-POSTED         PIC 9(6) VALUE 0.
       01 WS-DEBITS-POSTED-AMT     PIC 9(10)V99 VALUE 0.
       01 WS-CREDITS-RETURNED      PIC 9(6) VALUE 0.
       01 WS-CREDITS-RETURNED-AMT  PIC 9(10)V99 VALUE 0.
       01 WS-DEBITS-RETURNED       PIC 9(6) VALUE 0.
       01 WS-DEBITS-RETURNED-AMT   PIC 9(10)V99 VALUE 0.
       01 WS-PRENOTES-ACCEPTED     PIC 9(6) VALUE 0.
       01 WS-PRENOTES-RETURNED     PIC 9(6) VALUE 0.
       01 WS-ENTRIES-ACCOUNTED     PIC 9(8) VALUE 0.
       01 WS-SETTLE-CREDITS        PIC 9(10)V99 VALUE 0.
       01 WS-SETTLE-DEBITS         PIC 9(10)V99 VALUE 0.
       01 WS-SETTLE-OK-FLAG        PIC X VALUE 'Y'.

       01 WS-REASON-VALUES.
           05 FILLER               PIC X(36)
               VALUE "R01INSUFFICIENT FUNDS".
           05 FILLER               PIC X(36)
               VALUE "R02ACCOUNT CLOSED".
           05 FILLER               PIC X(36)
               VALUE "R03NO ACCOUNT/UNABLE TO LOCATE".
           05 FILLER               PIC X(36)
               VALUE "R04INVALID ACCOUNT NUMBER".
           05 FILLER               PIC X(36)
               VALUE "R16ACCOUNT FROZEN".
           05 FILLER               PIC X(36)
               VALUE "R17FILE RECORD EDIT CRITERIA".
           05 FILLER               PIC X(36)
               VALUE "R20NON-TRANSACTION ACCOUNT".
       01 WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 RSN-ENTRY OCCURS 7 TIMES INDEXED BY RSN-IDX.
               10 RSN-CODE         PIC X(3).
               10 RSN-TEXT         PIC X(33).
       01 WS-REASON-COUNTS.
           05 RSN-COUNT-ENTRY OCCURS 7 TIMES.
               10 RSN-COUNT        PIC 9(6).
               10 RSN-AMOUNT       PIC 9(10)V99.
       01 WS-RSN-SUB               PIC 9(2).

           COPY ACHREC.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(34)
               VALUE "ACH INBOUND SETTLEMENT REPORT FOR".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TTL-PROCESS-DATE     PIC X(10).
           05 FILLER               PIC X(35) VALUE SPACES.
       01 RPT-FILE-LINE.
           05 FILLER               PIC X(6) VALUE "FILE: ".
           05 FIL-ORIGIN-NAME      PIC X(23).
           05 FILLER               PIC X(9) VALUE " CREATED ".
           05 FIL-CREATE-DATE      PIC 9(6).
           05 FILLER               PIC X(5) VALUE "  ID ".
           05 FIL-ID-MODIFIER      PIC X(1).
           05 FILLER               PIC X(10) VALUE "  BATCH # ".
           05 FIL-POST-BATCH       PIC 9(6).
           05 FILLER               PIC X(14) VALUE SPACES.
       01 RPT-COLUMN-LINE.
           05 FILLER               PIC X(16) VALUE "TRACE NUMBER".
           05 FILLER               PIC X(18) VALUE "DFI ACCOUNT".
           05 FILLER               PIC X(3) VALUE "TC".
           05 FILLER               PIC X(13) VALUE "       AMOUNT".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(4) VALUE "RSN".
           05 FILLER               PIC X(25) VALUE "REASON".
       01 RPT-DETAIL-LINE.
           05 DTL-TRACE            PIC X(15).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-DFI-ACCOUNT      PIC X(17).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-TRAN-CODE        PIC 9(2).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-AMOUNT           PIC Z(8)9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-REASON           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 DTL-REASON-TEXT      PIC X(26).
       01 RPT-TOTAL-LINE.
           05 TOT-CAPTION          PIC X(30).
           05 TOT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(23) VALUE SPACES.
       01 RPT-MESSAGE-LINE.
           05 MSG-TEXT             PIC X(80).
       01 RPT-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01 RPT-BLANK-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF NOT EOD-STREAM-ACTIVE
               DISPLAY "*** EOD stream has not been started for "
                   BUSD-DATE " - run EodControl START first. "
                   "Nothing processed. ***"
               STOP RUN
           END-IF
           IF BUSD-POST-DONE = 'Y'
               DISPLAY "*** Batch posting already completed for "
                   "business date " BUSD-DATE
                   " - ACH file must be taken before POSTBAT. "
                   "Nothing processed. ***"
               STOP RUN
           END-IF
           MOVE BUSD-DATE TO WS-PROCESS-DATE
           PERFORM PROVE-ACH-FILE
           IF WS-CONTROL-ERRORS > 0
               PERFORM PRINT-PROOF-SUMMARY
               DISPLAY "*** ACH FILE REJECTED - nothing posted or "
                   "returned. ***"
               STOP RUN
           END-IF
           PERFORM SET-POST-BATCH-NUMBER
           PERFORM OPEN-ACH-FILES
           PERFORM WRITE-BATCH-HEADER
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO ACH-EOF-FLAG
           OPEN INPUT ACH-INPUT-FILE
           PERFORM PROCESS-NEXT-ACH-RECORD UNTIL ACH-EOF-FLAG = 'Y'
           CLOSE ACH-INPUT-FILE
           PERFORM WRITE-BATCH-TRAILER
           IF WS-RETURN-FILE-STARTED = 'Y'
               PERFORM WRITE-RETURN-FILE-CONTROL
           END-IF
           PERFORM WRITE-SETTLEMENT-TOTALS
           PERFORM CLOSE-ACH-FILES
           PERFORM PRINT-PROOF-SUMMARY
           PERFORM PRINT-SETTLEMENT-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "ACH inbound run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "ACH inbound run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           CLOSE BUSINESS-DATE-FILE.

      *****************************************************
      *  Proof pass - nothing is written until every batch
      *  and the file as a whole agree with their controls.
      *****************************************************
       PROVE-ACH-FILE.
           MOVE 'N' TO ACH-EOF-FLAG
           OPEN INPUT ACH-INPUT-FILE
           IF ACH-IN-STATUS NOT = '00'
               DISPLAY "ACH input file could not be opened - "
                   "status " ACH-IN-STATUS
               DISPLAY "ACH inbound run aborted."
               STOP RUN
           END-IF
           PERFORM PROVE-NEXT-ACH-RECORD UNTIL ACH-EOF-FLAG = 'Y'
           CLOSE ACH-INPUT-FILE
           IF WS-FILE-HEADER-SEEN NOT = 'Y'
               DISPLAY "*** CONTROL ERROR: file header record "
                   "missing ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF WS-BATCH-OPEN-FLAG = 'Y'
               DISPLAY "*** CONTROL ERROR: batch " WS-BAT-NUMBER
                   " has no batch control record ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF WS-FILE-CONTROL-SEEN NOT = 'Y'
               DISPLAY "*** CONTROL ERROR: file control record "
                   "missing ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

       PROVE-NEXT-ACH-RECORD.
           READ ACH-INPUT-FILE INTO ACH-RECORD
               AT END
                   MOVE 'Y' TO ACH-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PHYSICAL-RECORDS
                   IF ACH-RECORD NOT = ALL "9"
                       PERFORM PROVE-ONE-ACH-RECORD
                   END-IF
           END-READ.

       PROVE-ONE-ACH-RECORD.
           IF WS-FILE-CONTROL-SEEN = 'Y'
               DISPLAY "*** CONTROL ERROR: record type "
                   ACH-RECORD-TYPE " after the file control ***"
               ADD 1 TO WS-CONTROL-ERRORS
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN ACH-FILE-HEADER
                   IF WS-FILE-HEADER-SEEN = 'Y'
                       DISPLAY "*** CONTROL ERROR: more than one "
                           "file header record ***"
                       ADD 1 TO WS-CONTROL-ERRORS
                   ELSE
                       MOVE 'Y' TO WS-FILE-HEADER-SEEN
                       MOVE ACH-RECORD TO WS-SAVE-FILE-HEADER
                   END-IF
               WHEN ACH-BATCH-HEADER
                   IF WS-BATCH-OPEN-FLAG = 'Y'
                       DISPLAY "*** CONTROL ERROR: batch "
                           WS-BAT-NUMBER " has no batch control "
                           "record ***"
                       ADD 1 TO WS-CONTROL-ERRORS
                   END-IF
                   MOVE 'Y' TO WS-BATCH-OPEN-FLAG
                   MOVE ACH-BH-BATCH-NUMBER TO WS-BAT-NUMBER
                   MOVE ACH-BH-SERVICE-CLASS TO WS-BAT-SERVICE-CLASS
                   MOVE 0 TO WS-BAT-ENTRY-COUNT
                   MOVE 0 TO WS-BAT-HASH
                   MOVE 0 TO WS-BAT-DEBITS
                   MOVE 0 TO WS-BAT-CREDITS
                   ADD 1 TO WS-FIL-BATCH-COUNT
               WHEN ACH-ENTRY-DETAIL
                   PERFORM CHECK-RECORD-IN-BATCH
                   ADD 1 TO WS-BAT-ENTRY-COUNT
                   IF ACH-ED-RDFI-ID IS NUMERIC
                       ADD ACH-ED-RDFI-NUM TO WS-BAT-HASH
                   ELSE
                       DISPLAY "*** CONTROL ERROR: trace "
                           ACH-ED-TRACE-NUMBER " routing number "
                           "not numeric ***"
                       ADD 1 TO WS-CONTROL-ERRORS
                   END-IF
                   IF ACH-ED-AMOUNT IS NOT NUMERIC
                       DISPLAY "*** CONTROL ERROR: trace "
                           ACH-ED-TRACE-NUMBER " amount not "
                           "numeric ***"
                       ADD 1 TO WS-CONTROL-ERRORS
                   ELSE
                       MOVE ACH-ED-TRAN-CODE TO WS-TRAN-CODE
                       IF WS-TC-KIND-DIGIT < 5
                           ADD ACH-ED-AMOUNT TO WS-BAT-CREDITS
                       ELSE
                           ADD ACH-ED-AMOUNT TO WS-BAT-DEBITS
                       END-IF
                   END-IF
               WHEN ACH-ADDENDA
                   PERFORM CHECK-RECORD-IN-BATCH
                   ADD 1 TO WS-BAT-ENTRY-COUNT
               WHEN ACH-BATCH-CONTROL
                   PERFORM CHECK-RECORD-IN-BATCH
                   PERFORM PROVE-BATCH-CONTROL
                   MOVE 'N' TO WS-BATCH-OPEN-FLAG
               WHEN ACH-FILE-CONTROL
                   MOVE 'Y' TO WS-FILE-CONTROL-SEEN
                   PERFORM PROVE-FILE-CONTROL
               WHEN OTHER
                   DISPLAY "*** CONTROL ERROR: unknown record "
                       "type '" ACH-RECORD-TYPE "' ***"
                   ADD 1 TO WS-CONTROL-ERRORS
           END-EVALUATE.

       CHECK-RECORD-IN-BATCH.
           IF WS-BATCH-OPEN-FLAG NOT = 'Y'
               DISPLAY "*** CONTROL ERROR: record type "
                   ACH-RECORD-TYPE " outside a batch ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF.

       PROVE-BATCH-CONTROL.
           IF ACH-BC-BATCH-NUMBER NOT = WS-BAT-NUMBER
                   OR ACH-BC-SERVICE-CLASS NOT = WS-BAT-SERVICE-CLASS
               DISPLAY "*** CONTROL ERROR: batch control "
                   ACH-BC-BATCH-NUMBER " does not match batch "
                   "header " WS-BAT-NUMBER " ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF ACH-BC-ENTRY-COUNT NOT = WS-BAT-ENTRY-COUNT
               DISPLAY "*** CONTROL ERROR: batch " WS-BAT-NUMBER
                   " entry/addenda count disagrees with batch "
                   "control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           MOVE WS-BAT-HASH TO WS-HASH-10
           IF ACH-BC-ENTRY-HASH NOT = WS-HASH-10
               DISPLAY "*** CONTROL ERROR: batch " WS-BAT-NUMBER
                   " entry hash disagrees with batch control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF ACH-BC-DEBIT-TOTAL NOT = WS-BAT-DEBITS
               DISPLAY "*** CONTROL ERROR: batch " WS-BAT-NUMBER
                   " debit total disagrees with batch control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF ACH-BC-CREDIT-TOTAL NOT = WS-BAT-CREDITS
               DISPLAY "*** CONTROL ERROR: batch " WS-BAT-NUMBER
                   " credit total disagrees with batch control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           ADD WS-BAT-ENTRY-COUNT TO WS-FIL-ENTRY-COUNT
           ADD WS-BAT-HASH TO WS-FIL-HASH
           ADD WS-BAT-DEBITS TO WS-FIL-DEBITS
           ADD WS-BAT-CREDITS TO WS-FIL-CREDITS.

       PROVE-FILE-CONTROL.
           IF ACH-FC-BATCH-COUNT NOT = WS-FIL-BATCH-COUNT
               DISPLAY "*** CONTROL ERROR: batch count disagrees "
                   "with file control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF ACH-FC-ENTRY-COUNT NOT = WS-FIL-ENTRY-COUNT
               DISPLAY "*** CONTROL ERROR: entry/addenda count "
                   "disagrees with file control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           MOVE WS-FIL-HASH TO WS-HASH-10
           IF ACH-FC-ENTRY-HASH NOT = WS-HASH-10
               DISPLAY "*** CONTROL ERROR: entry hash disagrees "
                   "with file control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF ACH-FC-DEBIT-TOTAL NOT = WS-FIL-DEBITS
               DISPLAY "*** CONTROL ERROR: debit total disagrees "
                   "with file control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           IF ACH-FC-CREDIT-TOTAL NOT = WS-FIL-CREDITS
               DISPLAY "*** CONTROL ERROR: credit total disagrees "
                   "with file control ***"
               ADD 1 TO WS-CONTROL-ERRORS
           END-IF
           MOVE ACH-FC-ENTRY-COUNT TO WS-FILE-ENTRY-TOTAL
           MOVE ACH-FC-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
           MOVE ACH-FC-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL
           DIVIDE WS-PHYSICAL-RECORDS BY 10
               GIVING WS-EXPECTED-BLOCKS
               REMAINDER WS-BLOCK-REMAINDER
           IF WS-BLOCK-REMAINDER > 0
               ADD 1 TO WS-EXPECTED-BLOCKS
           END-IF
           IF ACH-FC-BLOCK-COUNT NOT = WS-EXPECTED-BLOCKS
               DISPLAY "*** WARNING: file control block count "
                   ACH-FC-BLOCK-COUNT " - file is " WS-EXPECTED-BLOCKS
                   " blocks as received ***"
           END-IF.

      *    ACH batch number 9DDDSS - see WS-POST-BATCH-NUMBER.
       SET-POST-BATCH-NUMBER.
           MOVE WS-PROCESS-DATE(1:4) TO WS-DATE-YYYY
           MOVE WS-PROCESS-DATE(6:2) TO WS-DATE-MM
           MOVE WS-PROCESS-DATE(9:2) TO WS-DATE-DD
           MOVE WS-DATE-PARTS TO WS-DATE-YYYYMMDD
           COMPUTE WS-PROCESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE 1 TO WS-DATE-MM
           MOVE 1 TO WS-DATE-DD
           MOVE WS-DATE-PARTS TO WS-DATE-YYYYMMDD
           COMPUTE WS-JAN1-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-DAY-OF-YEAR =
               WS-PROCESS-INTEGER - WS-JAN1-INTEGER + 1
           MOVE WS-SAVE-FILE-HEADER TO ACH-RECORD
           MOVE 0 TO WS-MODIFIER-POS
           INSPECT WS-MODIFIER-LIST TALLYING WS-MODIFIER-POS
               FOR CHARACTERS BEFORE INITIAL ACH-FH-FILE-ID-MOD
           ADD 1 TO WS-MODIFIER-POS
           IF WS-MODIFIER-POS > 36
               MOVE 0 TO WS-MODIFIER-POS
           END-IF
           COMPUTE WS-POST-BATCH-NUMBER =
               900000 + WS-DAY-OF-YEAR * 100 + WS-MODIFIER-POS
           MOVE ACH-FH-DESTINATION(2:8) TO WS-OUR-ROUTING
           MOVE ACH-FH-DESTINATION(10:1) TO WS-OUR-CHECK-DIGIT.

       OPEN-ACH-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Account master file could not be opened - "
                   "status " ACCT-MASTER-STATUS
               DISPLAY "ACH inbound run aborted."
               STOP RUN
           END-IF
           OPEN INPUT DEPOSIT-HOLD-FILE
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
           OPEN OUTPUT ACH-WORK-FILE
           CLOSE ACH-WORK-FILE
           OPEN I-O ACH-WORK-FILE
           IF ACH-WORK-STATUS NOT = '00'
               DISPLAY "ACH work file could not be opened - "
                   "status " ACH-WORK-STATUS
               DISPLAY "ACH inbound run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT BATCH-OUTPUT-FILE
           OPEN OUTPUT ACH-RETURN-FILE
           OPEN OUTPUT SETTLEMENT-REPORT-FILE
           IF BATCH-OUT-STATUS NOT = '00'
                   OR ACH-RET-STATUS NOT = '00'
                   OR ACH-RPT-STATUS NOT = '00'
               DISPLAY "ACH output files could not be opened - "
                   "status " BATCH-OUT-STATUS "/" ACH-RET-STATUS
                   "/" ACH-RPT-STATUS
               DISPLAY "ACH inbound run aborted."
               STOP RUN
           END-IF.

       CLOSE-ACH-FILES.
           CLOSE SETTLEMENT-REPORT-FILE
           CLOSE ACH-RETURN-FILE
           CLOSE BATCH-OUTPUT-FILE
           CLOSE ACH-WORK-FILE
           IF WS-FEE-FILE-OK-FLAG = 'Y'
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           IF WS-HOLD-FILE-OK-FLAG = 'Y'
               CLOSE DEPOSIT-HOLD-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE.

      *****************************************************
      *  Posting pass - every entry of the proved file is
      *  either written for BatchPost or returned.
      *****************************************************
       PROCESS-NEXT-ACH-RECORD.
           READ ACH-INPUT-FILE INTO ACH-RECORD
               AT END
                   MOVE 'Y' TO ACH-EOF-FLAG
               NOT AT END
                   IF ACH-RECORD NOT = ALL "9"
                       PERFORM PROCESS-ONE-ACH-RECORD
                   END-IF
           END-READ.

       PROCESS-ONE-ACH-RECORD.
           EVALUATE TRUE
               WHEN ACH-BATCH-HEADER
                   MOVE ACH-RECORD TO WS-SAVE-BATCH-HEADER
                   MOVE ACH-BH-ODFI-ID TO WS-ODFI-ROUTING
                   MOVE ACH-BH-SERVICE-CLASS TO WS-ORIG-SERVICE-CLASS
                   MOVE ACH-BH-COMPANY-ID TO WS-ORIG-COMPANY-ID
                   MOVE 'N' TO WS-RETURN-BATCH-OPEN
               WHEN ACH-ENTRY-DETAIL
                   ADD 1 TO WS-ENTRIES-READ
                   PERFORM PROCESS-ACH-ENTRY
               WHEN ACH-ADDENDA
                   ADD 1 TO WS-ADDENDA-READ
               WHEN ACH-BATCH-CONTROL
                   IF WS-RETURN-BATCH-OPEN = 'Y'
                       PERFORM WRITE-RETURN-BATCH-CONTROL
                   END-IF
           END-EVALUATE.

       PROCESS-ACH-ENTRY.
           MOVE ACH-RECORD TO WS-SAVE-ENTRY
           MOVE ACH-ED-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-RETURN-REASON
           PERFORM CLASSIFY-TRAN-CODE
           IF ENTRY-IS-UNKNOWN
               MOVE "R17" TO WS-RETURN-REASON
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-DFI-ACCOUNT
           IF WS-RETURN-REASON NOT = SPACES
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACH-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "R03" TO WS-RETURN-REASON
           END-READ
           IF WS-RETURN-REASON = SPACES
               PERFORM CHECK-ENTRY-ACCOUNT
           END-IF
           IF WS-RETURN-REASON NOT = SPACES
               PERFORM RETURN-ACH-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-PRENOTE = 'Y'
               ADD 1 TO WS-PRENOTES-ACCEPTED
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-ACH-ENTRY.

       CLASSIFY-TRAN-CODE.
           MOVE SPACE TO WS-ENTRY-DIRECTION
           MOVE 'N' TO WS-ENTRY-PRENOTE
           MOVE ACH-ED-TRAN-CODE TO WS-TRAN-CODE
           IF WS-TC-ACCOUNT-DIGIT NOT = 2
                   AND WS-TC-ACCOUNT-DIGIT NOT = 3
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TC-KIND-DIGIT
               WHEN 2
                   MOVE 'C' TO WS-ENTRY-DIRECTION
               WHEN 3
               WHEN 4
                   MOVE 'C' TO WS-ENTRY-DIRECTION
                   MOVE 'Y' TO WS-ENTRY-PRENOTE
               WHEN 7
                   MOVE 'D' TO WS-ENTRY-DIRECTION
               WHEN 8
               WHEN 9
                   MOVE 'D' TO WS-ENTRY-DIRECTION
                   MOVE 'Y' TO WS-ENTRY-PRENOTE
           END-EVALUATE.

      *    The receiving account number is carried left-justified
      *    in a 17-character field; ours are 10 digits, so anything
      *    longer or not all digits is an invalid structure.
       PARSE-DFI-ACCOUNT.
           MOVE 0 TO WS-LEAD-SPACES
           MOVE 0 TO WS-ACCT-LEN
           MOVE SPACES TO WS-ACCT-TEXT
           INSPECT ACH-ED-DFI-ACCOUNT TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES
           IF WS-LEAD-SPACES > 16
               MOVE "R04" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           UNSTRING ACH-ED-DFI-ACCOUNT(WS-LEAD-SPACES + 1:)
               DELIMITED BY SPACE
               INTO WS-ACCT-TEXT COUNT IN WS-ACCT-LEN
           END-UNSTRING
           IF WS-ACCT-LEN = 0 OR WS-ACCT-LEN > 10
               MOVE "R04" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-TEXT(1:WS-ACCT-LEN) IS NOT NUMERIC
               MOVE "R04" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-TEXT(1:WS-ACCT-LEN) TO WS-ACH-ACCT-NUMBER.

      *    Credits are refused only by a closed or frozen account,
      *    as at the teller window; debits also by a hold, by a
      *    certificate, and by the funds and savings limit checks
      *    BatchPost will apply.
       CHECK-ENTRY-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE "R02" TO WS-RETURN-REASON
               WHEN ACCT-FROZEN
                   MOVE "R16" TO WS-RETURN-REASON
               WHEN ENTRY-IS-DEBIT AND ACCT-ON-HOLD
                   MOVE "R16" TO WS-RETURN-REASON
               WHEN ENTRY-IS-DEBIT AND ACCT-CERTIFICATE
                   MOVE "R20" TO WS-RETURN-REASON
               WHEN ENTRY-IS-DEBIT AND WS-ENTRY-PRENOTE = 'N'
                   PERFORM CHECK-DEBIT-FUNDS
           END-EVALUATE.

       CHECK-DEBIT-FUNDS.
           PERFORM LOAD-ACCOUNT-WORK
           PERFORM LOAD-PRODUCT-FEES
           MOVE 'N' TO WS-DEBIT-OK-FLAG
           COMPUTE WS-AVAILABLE-BALANCE =
               WORK-BALANCE - WORK-HELD-AMOUNT
           IF ACCT-SAVINGS
               PERFORM CHECK-SAVINGS-DEBIT
           ELSE
               IF WS-ENTRY-AMOUNT >
                       WS-AVAILABLE-BALANCE + ACCT-OVERDRAFT-LIMIT
                   MOVE "R01" TO WS-RETURN-REASON
               ELSE
                   SUBTRACT WS-ENTRY-AMOUNT FROM WORK-BALANCE
                   IF WORK-BALANCE < 0
                       SUBTRACT OVERDRAFT-FEE FROM WORK-BALANCE
                   END-IF
                   MOVE 'Y' TO WS-DEBIT-OK-FLAG
               END-IF
           END-IF
           IF WS-DEBIT-OK-FLAG = 'Y'
               REWRITE ACH-WORK-RECORD
           END-IF.

       CHECK-SAVINGS-DEBIT.
           IF WS-ENTRY-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE "R01" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WORK-WD-COUNT < SAVINGS-WD-LIMIT
               SUBTRACT WS-ENTRY-AMOUNT FROM WORK-BALANCE
               ADD 1 TO WORK-WD-COUNT
               MOVE 'Y' TO WS-DEBIT-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           IF EXCESS-WD-FEE = 0
               MOVE "R20" TO WS-RETURN-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-AMOUNT + EXCESS-WD-FEE > WS-AVAILABLE-BALANCE
               MOVE "R01" TO WS-RETURN-REASON
           ELSE
               SUBTRACT WS-ENTRY-AMOUNT FROM WORK-BALANCE
               SUBTRACT EXCESS-WD-FEE FROM WORK-BALANCE
               ADD 1 TO WORK-WD-COUNT
               MOVE 'Y' TO WS-DEBIT-OK-FLAG
           END-IF.

      *    The work record carries the balance the account will
      *    have once the entries accepted so far have posted.
       LOAD-ACCOUNT-WORK.
           MOVE ACCT-NUMBER TO WORK-ACCT-NUMBER
           READ ACH-WORK-FILE
               INVALID KEY
                   MOVE ACCT-NUMBER TO WORK-ACCT-NUMBER
                   MOVE ACCT-BALANCE TO WORK-BALANCE
                   PERFORM SUM-ACCOUNT-HOLDS
                   IF ACCT-WD-MONTH = WS-PROCESS-DATE(1:7)
                       MOVE ACCT-WD-COUNT TO WORK-WD-COUNT
                   ELSE
                       MOVE 0 TO WORK-WD-COUNT
                   END-IF
                   WRITE ACH-WORK-RECORD
           END-READ.

       SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WORK-HELD-AMOUNT
           IF WS-HOLD-FILE-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-HOLD-EOF-FLAG
           MOVE ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE 0 TO HOLD-SEQ
           START DEPOSIT-HOLD-FILE
               KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
           END-START
           PERFORM SCAN-ACCOUNT-HOLDS UNTIL WS-HOLD-EOF-FLAG = 'Y'.

       SCAN-ACCOUNT-HOLDS.
           READ DEPOSIT-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HOLD-ACCT-NUMBER NOT = ACCT-NUMBER
                       MOVE 'Y' TO WS-HOLD-EOF-FLAG
                   ELSE
                       IF HOLD-HELD
                           ADD HOLD-AMOUNT TO WORK-HELD-AMOUNT
                       END-IF
                   END-IF
           END-READ.

      *    Products with no fee schedule record keep the standing
      *    defaults, as in BatchPost.
       LOAD-PRODUCT-FEES.
           MOVE DEFAULT-OVERDRAFT-FEE TO OVERDRAFT-FEE
           MOVE DEFAULT-SAVINGS-WD-LIMIT TO SAVINGS-WD-LIMIT
           MOVE 0 TO EXCESS-WD-FEE
           IF WS-FEE-FILE-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-PRODUCT-CODE TO FEE-PRODUCT-CODE
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FEE-OVERDRAFT-FEE TO OVERDRAFT-FEE
                   MOVE FEE-FREE-WD-LIMIT TO SAVINGS-WD-LIMIT
                   MOVE FEE-EXCESS-WD-FEE TO EXCESS-WD-FEE
           END-READ.

      *    A credit raises the balance later debits in the file
      *    are judged against.
       ACCEPT-ACH-ENTRY.
           IF ENTRY-IS-CREDIT
               PERFORM LOAD-ACCOUNT-WORK
               ADD WS-ENTRY-AMOUNT TO WORK-BALANCE
               REWRITE ACH-WORK-RECORD
               ADD 1 TO WS-CREDITS-POSTED
               ADD WS-ENTRY-AMOUNT TO WS-CREDITS-POSTED-AMT
           ELSE
               ADD 1 TO WS-DEBITS-POSTED
               ADD WS-ENTRY-AMOUNT TO WS-DEBITS-POSTED-AMT
           END-IF
           MOVE WS-ENTRY-AMOUNT TO WS-REMAINING-AMOUNT
           PERFORM WRITE-BATCH-DETAIL-PART
               UNTIL WS-REMAINING-AMOUNT = 0.

      *    A BATCHIN detail holds at most 999,999.99, so a larger
      *    entry posts as several details to the same account.
      *    ACH credits are collected funds and take no hold.
       WRITE-BATCH-DETAIL-PART.
           IF WS-REMAINING-AMOUNT > 999999.99
               MOVE 999999.99 TO WS-PART-AMOUNT
           ELSE
               MOVE WS-REMAINING-AMOUNT TO WS-PART-AMOUNT
           END-IF
           SUBTRACT WS-PART-AMOUNT FROM WS-REMAINING-AMOUNT
           MOVE SPACES TO BATCH-INPUT-RECORD
           MOVE 'D' TO BATCH-RECORD-TYPE
           MOVE WS-ACH-ACCT-NUMBER TO BATCH-ACCT-NUMBER
           MOVE WS-PART-AMOUNT TO BATCH-TRAN-AMOUNT
           MOVE 0 TO BATCH-TARGET-ACCT
           IF ENTRY-IS-CREDIT
               MOVE "DEPOSIT" TO BATCH-TRAN-TYPE
               MOVE 'Y' TO BATCH-CASH-FLAG
               ADD WS-PART-AMOUNT TO WS-OUT-DEPOSIT-TOTAL
           ELSE
               MOVE "WITHDRAWAL" TO BATCH-TRAN-TYPE
               MOVE 'N' TO BATCH-CASH-FLAG
               ADD WS-PART-AMOUNT TO WS-OUT-WITHDRAWAL-TOTAL
           END-IF
           WRITE BATCH-INPUT-RECORD
           ADD 1 TO WS-OUT-ITEM-COUNT
           ADD WS-ACH-ACCT-NUMBER TO WS-OUT-HASH-TOTAL.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO BATCH-INPUT-RECORD
           MOVE 'H' TO BATCH-RECORD-TYPE
           MOVE WS-PROCESS-DATE TO BATCH-HDR-DATE
           MOVE WS-POST-BATCH-NUMBER TO BATCH-HDR-NUMBER
           MOVE 'A' TO BATCH-HDR-SOURCE
           WRITE BATCH-INPUT-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO BATCH-INPUT-RECORD
           MOVE 'T' TO BATCH-RECORD-TYPE
           MOVE WS-OUT-ITEM-COUNT TO BATCH-TRL-ITEM-COUNT
           MOVE WS-OUT-HASH-TOTAL TO BATCH-TRL-HASH-TOTAL
           MOVE WS-OUT-DEPOSIT-TOTAL TO BATCH-TRL-DEPOSIT-TOTAL
           MOVE WS-OUT-WITHDRAWAL-TOTAL
               TO BATCH-TRL-WITHDRAWAL-TOTAL
           WRITE BATCH-INPUT-RECORD.

      *****************************************************
      *  Returns - a return entry goes back to the bank that
      *  originated it, with its transaction code turned to
      *  the matching return code (22 to 21, 27 to 26 ...).
      *****************************************************
       RETURN-ACH-ENTRY.
           IF WS-RETURN-FILE-STARTED NOT = 'Y'
               PERFORM WRITE-RETURN-FILE-HEADER
           END-IF
           IF WS-RETURN-BATCH-OPEN NOT = 'Y'
               PERFORM WRITE-RETURN-BATCH-HEADER
           END-IF
           MOVE WS-SAVE-ENTRY TO ACH-RECORD
           MOVE ACH-ED-RDFI-ID TO WS-ORIG-RDFI
           MOVE ACH-ED-TRACE-NUMBER TO WS-ORIG-TRACE
           MOVE ACH-ED-TRAN-CODE TO WS-TRAN-CODE
           EVALUATE TRUE
               WHEN WS-TC-KIND-DIGIT > 1 AND WS-TC-KIND-DIGIT < 5
                   MOVE 1 TO WS-TC-KIND-DIGIT
               WHEN WS-TC-KIND-DIGIT > 6
                   MOVE 6 TO WS-TC-KIND-DIGIT
           END-EVALUATE
           ADD 1 TO WS-RETURN-SEQ
           MOVE WS-OUR-ROUTING TO WS-RT-ROUTING
           MOVE WS-RETURN-SEQ TO WS-RT-SEQ
           MOVE WS-TRAN-CODE TO ACH-ED-TRAN-CODE
           MOVE WS-ODFI-ROUTING TO ACH-ED-RDFI-ID
           PERFORM SET-ODFI-CHECK-DIGIT
           MOVE WS-CHECK-DIGIT-NUM TO ACH-ED-CHECK-DIGIT
           MOVE '1' TO ACH-ED-ADDENDA-IND
           MOVE WS-RETURN-TRACE TO ACH-ED-TRACE-NUMBER
           PERFORM WRITE-RETURN-RECORD
           ADD 1 TO WS-RB-ENTRY-COUNT
           IF ACH-ED-RDFI-ID IS NUMERIC
               ADD ACH-ED-RDFI-NUM TO WS-RB-HASH
           END-IF
           IF WS-TC-KIND-DIGIT < 5
               ADD WS-ENTRY-AMOUNT TO WS-RB-CREDITS
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-RB-DEBITS
           END-IF
           PERFORM WRITE-RETURN-ADDENDA
           PERFORM TALLY-RETURN.

       WRITE-RETURN-ADDENDA.
           SET RSN-IDX TO 1
           SEARCH RSN-ENTRY
               AT END
                   SET RSN-IDX TO 6
               WHEN RSN-CODE(RSN-IDX) = WS-RETURN-REASON
                   CONTINUE
           END-SEARCH
           MOVE SPACES TO ACH-RECORD
           MOVE '7' TO ACH-RECORD-TYPE
           MOVE '99' TO ACH-RA-TYPE-CODE
           MOVE WS-RETURN-REASON TO ACH-RA-RETURN-CODE
           MOVE WS-ORIG-TRACE TO ACH-RA-ORIG-TRACE
           MOVE WS-ORIG-RDFI TO ACH-RA-ORIG-RDFI
           MOVE RSN-TEXT(RSN-IDX) TO ACH-RA-INFORMATION
           MOVE WS-RETURN-TRACE TO ACH-RA-TRACE-NUMBER
           PERFORM WRITE-RETURN-RECORD
           ADD 1 TO WS-RB-ENTRY-COUNT.

       TALLY-RETURN.
           SET WS-RSN-SUB TO RSN-IDX
           ADD 1 TO RSN-COUNT(WS-RSN-SUB)
           ADD WS-ENTRY-AMOUNT TO RSN-AMOUNT(WS-RSN-SUB)
           EVALUATE TRUE
               WHEN WS-ENTRY-PRENOTE = 'Y'
                   ADD 1 TO WS-PRENOTES-RETURNED
               WHEN WS-TC-KIND-DIGIT < 5
                   ADD 1 TO WS-CREDITS-RETURNED
                   ADD WS-ENTRY-AMOUNT TO WS-CREDITS-RETURNED-AMT
               WHEN OTHER
                   ADD 1 TO WS-DEBITS-RETURNED
                   ADD WS-ENTRY-AMOUNT TO WS-DEBITS-RETURNED-AMT
           END-EVALUATE
           MOVE WS-ORIG-TRACE TO DTL-TRACE
           MOVE WS-SAVE-ENTRY TO ACH-RECORD
           MOVE ACH-ED-DFI-ACCOUNT TO DTL-DFI-ACCOUNT
           MOVE ACH-ED-TRAN-CODE TO DTL-TRAN-CODE
           MOVE WS-ENTRY-AMOUNT TO DTL-AMOUNT
           MOVE WS-RETURN-REASON TO DTL-REASON
           MOVE RSN-TEXT(WS-RSN-SUB) TO DTL-REASON-TEXT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-DETAIL-LINE.

      *    Routing check digit - weights 3 7 1 repeating over the
      *    first eight digits, then up to the next multiple of 10.
       SET-ODFI-CHECK-DIGIT.
           MOVE 0 TO WS-CHECK-DIGIT-NUM
           IF WS-ODFI-ROUTING IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ODFI-ROUTING TO WS-ROUTING-NUM
           MOVE 0 TO WS-WEIGHTED-SUM
           PERFORM ADD-WEIGHTED-DIGIT
               VARYING WS-DIGIT-IDX FROM 1 BY 1
               UNTIL WS-DIGIT-IDX > 8
           DIVIDE WS-WEIGHTED-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER
           IF WS-CHECK-REMAINDER > 0
               COMPUTE WS-CHECK-DIGIT-NUM = 10 - WS-CHECK-REMAINDER
           END-IF.

       ADD-WEIGHTED-DIGIT.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM +
               WS-ROUTING-DIGIT(WS-DIGIT-IDX) *
               WS-WEIGHT(WS-DIGIT-IDX).

      *    The return file goes back the way the inbound file
      *    came, so destination and origin change places.
       WRITE-RETURN-FILE-HEADER.
           MOVE 'Y' TO WS-RETURN-FILE-STARTED
           MOVE WS-SAVE-FILE-HEADER TO ACH-RECORD
           MOVE WS-SAVE-FILE-HEADER(4:10) TO ACH-FH-ORIGIN
           MOVE WS-SAVE-FILE-HEADER(14:10) TO ACH-FH-DESTINATION
           MOVE WS-SAVE-FILE-HEADER(41:23) TO ACH-FH-ORIGIN-NAME
           MOVE WS-SAVE-FILE-HEADER(64:23) TO ACH-FH-DEST-NAME
           MOVE 1 TO ACH-FH-PRIORITY
           MOVE WS-PROCESS-DATE(3:2) TO ACH-FH-CREATE-DATE(1:2)
           MOVE WS-PROCESS-DATE(6:2) TO ACH-FH-CREATE-DATE(3:2)
           MOVE WS-PROCESS-DATE(9:2) TO ACH-FH-CREATE-DATE(5:2)
           MOVE 0 TO ACH-FH-CREATE-TIME
           MOVE 'A' TO ACH-FH-FILE-ID-MOD
           MOVE 94 TO ACH-FH-RECORD-SIZE
           MOVE 10 TO ACH-FH-BLOCKING
           MOVE '1' TO ACH-FH-FORMAT-CODE
           MOVE "RETURNS" TO ACH-FH-REFERENCE
           PERFORM WRITE-RETURN-RECORD.

       WRITE-RETURN-BATCH-HEADER.
           MOVE 'Y' TO WS-RETURN-BATCH-OPEN
           ADD 1 TO WS-RB-BATCH-NUMBER
           ADD 1 TO WS-RF-BATCH-COUNT
           MOVE 0 TO WS-RB-ENTRY-COUNT
           MOVE 0 TO WS-RB-HASH
           MOVE 0 TO WS-RB-DEBITS
           MOVE 0 TO WS-RB-CREDITS
           MOVE WS-SAVE-BATCH-HEADER TO ACH-RECORD
           MOVE WS-OUR-ROUTING TO ACH-BH-ODFI-ID
           MOVE WS-RB-BATCH-NUMBER TO ACH-BH-BATCH-NUMBER
           PERFORM WRITE-RETURN-RECORD.

       WRITE-RETURN-BATCH-CONTROL.
           MOVE 'N' TO WS-RETURN-BATCH-OPEN
           MOVE SPACES TO ACH-RECORD
           MOVE '8' TO ACH-RECORD-TYPE
           MOVE WS-ORIG-SERVICE-CLASS TO ACH-BC-SERVICE-CLASS
           MOVE WS-RB-ENTRY-COUNT TO ACH-BC-ENTRY-COUNT
           MOVE WS-RB-HASH TO WS-HASH-10
           MOVE WS-HASH-10 TO ACH-BC-ENTRY-HASH
           MOVE WS-RB-DEBITS TO ACH-BC-DEBIT-TOTAL
           MOVE WS-RB-CREDITS TO ACH-BC-CREDIT-TOTAL
           MOVE WS-ORIG-COMPANY-ID TO ACH-BC-COMPANY-ID
           MOVE WS-OUR-ROUTING TO ACH-BC-ODFI-ID
           MOVE WS-RB-BATCH-NUMBER TO ACH-BC-BATCH-NUMBER
           PERFORM WRITE-RETURN-RECORD
           ADD WS-RB-ENTRY-COUNT TO WS-RF-ENTRY-COUNT
           ADD WS-RB-HASH TO WS-RF-HASH
           ADD WS-RB-DEBITS TO WS-RF-DEBITS
           ADD WS-RB-CREDITS TO WS-RF-CREDITS.

      *    The file control counts itself into the block count;
      *    the last block is padded out with all-nines records.
       WRITE-RETURN-FILE-CONTROL.
           MOVE SPACES TO ACH-RECORD
           MOVE '9' TO ACH-RECORD-TYPE
           MOVE WS-RF-BATCH-COUNT TO ACH-FC-BATCH-COUNT
           COMPUTE WS-CHECK-QUOTIENT = WS-RF-RECORDS + 1
           DIVIDE WS-CHECK-QUOTIENT BY 10
               GIVING ACH-FC-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER
           IF WS-BLOCK-REMAINDER > 0
               ADD 1 TO ACH-FC-BLOCK-COUNT
           END-IF
           MOVE WS-RF-ENTRY-COUNT TO ACH-FC-ENTRY-COUNT
           MOVE WS-RF-HASH TO WS-HASH-10
           MOVE WS-HASH-10 TO ACH-FC-ENTRY-HASH
           MOVE WS-RF-DEBITS TO ACH-FC-DEBIT-TOTAL
           MOVE WS-RF-CREDITS TO ACH-FC-CREDIT-TOTAL
           PERFORM WRITE-RETURN-RECORD
           MOVE ALL "9" TO ACH-RECORD
           PERFORM WRITE-BLOCK-FILLER UNTIL WS-BLOCK-REMAINDER = 0.

       WRITE-BLOCK-FILLER.
           PERFORM WRITE-RETURN-RECORD
           DIVIDE WS-RF-RECORDS BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-BLOCK-REMAINDER.

       WRITE-RETURN-RECORD.
           WRITE ACH-RETURN-RECORD FROM ACH-RECORD
           ADD 1 TO WS-RF-RECORDS.

      *****************************************************
      *  Settlement report.
      *****************************************************
       WRITE-REPORT-HEADER.
           MOVE WS-PROCESS-DATE TO TTL-PROCESS-DATE
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TITLE-LINE
           MOVE WS-SAVE-FILE-HEADER TO ACH-RECORD
           MOVE ACH-FH-ORIGIN-NAME TO FIL-ORIGIN-NAME
           MOVE ACH-FH-CREATE-DATE TO FIL-CREATE-DATE
           MOVE ACH-FH-FILE-ID-MOD TO FIL-ID-MODIFIER
           MOVE WS-POST-BATCH-NUMBER TO FIL-POST-BATCH
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-FILE-LINE
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "ENTRIES RETURNED" TO MSG-TEXT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-COLUMN-LINE.

      *    Every entry in the file is posted, returned, or an
      *    accepted prenote, and the credit and debit totals of
      *    the file are what was posted plus what was returned.
       WRITE-SETTLEMENT-TOTALS.
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "FILE ENTRIES (EXCL ADDENDA)" TO TOT-CAPTION
           MOVE WS-ENTRIES-READ TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "FILE CREDIT TOTAL" TO TOT-CAPTION
           MOVE 0 TO TOT-COUNT
           MOVE WS-FILE-CREDIT-TOTAL TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "FILE DEBIT TOTAL" TO TOT-CAPTION
           MOVE WS-FILE-DEBIT-TOTAL TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE "CREDITS POSTED" TO TOT-CAPTION
           MOVE WS-CREDITS-POSTED TO TOT-COUNT
           MOVE WS-CREDITS-POSTED-AMT TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "CREDITS RETURNED" TO TOT-CAPTION
           MOVE WS-CREDITS-RETURNED TO TOT-COUNT
           MOVE WS-CREDITS-RETURNED-AMT TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "DEBITS POSTED" TO TOT-CAPTION
           MOVE WS-DEBITS-POSTED TO TOT-COUNT
           MOVE WS-DEBITS-POSTED-AMT TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "DEBITS RETURNED" TO TOT-CAPTION
           MOVE WS-DEBITS-RETURNED TO TOT-COUNT
           MOVE WS-DEBITS-RETURNED-AMT TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "PRENOTES ACCEPTED" TO TOT-CAPTION
           MOVE WS-PRENOTES-ACCEPTED TO TOT-COUNT
           MOVE 0 TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "PRENOTES RETURNED" TO TOT-CAPTION
           MOVE WS-PRENOTES-RETURNED TO TOT-COUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE 1 TO WS-RSN-SUB
           PERFORM WRITE-REASON-TOTAL 7 TIMES
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-BLANK-LINE
           COMPUTE WS-ENTRIES-ACCOUNTED = WS-CREDITS-POSTED
               + WS-CREDITS-RETURNED + WS-DEBITS-POSTED
               + WS-DEBITS-RETURNED + WS-PRENOTES-ACCEPTED
               + WS-PRENOTES-RETURNED
           COMPUTE WS-SETTLE-CREDITS =
               WS-CREDITS-POSTED-AMT + WS-CREDITS-RETURNED-AMT
           COMPUTE WS-SETTLE-DEBITS =
               WS-DEBITS-POSTED-AMT + WS-DEBITS-RETURNED-AMT
           IF WS-ENTRIES-ACCOUNTED NOT = WS-ENTRIES-READ
                   OR WS-SETTLE-CREDITS NOT = WS-FILE-CREDIT-TOTAL
                   OR WS-SETTLE-DEBITS NOT = WS-FILE-DEBIT-TOTAL
               MOVE 'N' TO WS-SETTLE-OK-FLAG
               MOVE SPACES TO MSG-TEXT
               STRING "*** SETTLEMENT OUT OF BALANCE - POSTED PLUS "
                   "RETURNED DOES NOT EQUAL FILE ***"
                   DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
               MOVE SPACES TO MSG-TEXT
               STRING "SETTLEMENT IN BALANCE - FILE = POSTED + "
                   "RETURNED"
                   DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-MESSAGE-LINE.

       WRITE-REASON-TOTAL.
           MOVE SPACES TO TOT-CAPTION
           STRING RSN-CODE(WS-RSN-SUB) " " RSN-TEXT(WS-RSN-SUB)
               DELIMITED BY SIZE INTO TOT-CAPTION
           MOVE RSN-COUNT(WS-RSN-SUB) TO TOT-COUNT
           MOVE RSN-AMOUNT(WS-RSN-SUB) TO TOT-AMOUNT
           WRITE SETTLEMENT-REPORT-RECORD FROM RPT-TOTAL-LINE
           ADD 1 TO WS-RSN-SUB.

       PRINT-PROOF-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "ACH File Proof"
           DISPLAY "===================================="
           DISPLAY "Records Read:        " WS-PHYSICAL-RECORDS
           DISPLAY "Batches:             " WS-FIL-BATCH-COUNT
           DISPLAY "Entries + Addenda:   " WS-FIL-ENTRY-COUNT
           DISPLAY "Debit Total:         " WS-FIL-DEBITS
           DISPLAY "Credit Total:        " WS-FIL-CREDITS
           DISPLAY "Control Errors:      " WS-CONTROL-ERRORS
           DISPLAY "====================================".

       PRINT-SETTLEMENT-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "ACH Inbound Settlement Summary"
           DISPLAY "===================================="
           DISPLAY "Business Date:       " WS-PROCESS-DATE
           DISPLAY "BatchPost Batch:     " WS-POST-BATCH-NUMBER
           DISPLAY "Entries Read:        " WS-ENTRIES-READ
           DISPLAY "Credits Posted:      " WS-CREDITS-POSTED
               "  " WS-CREDITS-POSTED-AMT
           DISPLAY "Debits Posted:       " WS-DEBITS-POSTED
               "  " WS-DEBITS-POSTED-AMT
           DISPLAY "Credits Returned:    " WS-CREDITS-RETURNED
               "  " WS-CREDITS-RETURNED-AMT
           DISPLAY "Debits Returned:     " WS-DEBITS-RETURNED
               "  " WS-DEBITS-RETURNED-AMT
           DISPLAY "Prenotes Accepted:   " WS-PRENOTES-ACCEPTED
           DISPLAY "Prenotes Returned:   " WS-PRENOTES-RETURNED
           DISPLAY "BATCHIN Items:       " WS-OUT-ITEM-COUNT
           IF WS-SETTLE-OK-FLAG = 'Y'
               DISPLAY "Settlement in balance."
           ELSE
               DISPLAY "*** SETTLEMENT OUT OF BALANCE ***"
           END-IF
           DISPLAY "====================================".
