       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImageCopy.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. Operations use only.
       REMARKS. Nightly image copy of the keyed masters that carry
           money. Unloads the account master, the deposit hold
           file and the standing order file, in key order, to
           dated sequential images (IMAGEREC.CPY) - a header with
           the business date, one record per master record, and
           a trailer with the record count and the total of the
           account balances. Runs as the last step of the EOD
           stream, after CtrReport and before EodControl
           ADVANCE, so each image holds everything posted for
           the business date and nothing after it; ADVANCE
           refuses until the image has been taken.
           ForwardRecovery reloads the images and replays the
           transaction log from the next business date on.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                     SOURCE-COMPUTER. MICROSOFT-WINDOWS.
                     OBJECT-COMPUTER. MICROSOFT-WINDOWS.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
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
                      SELECT STANDING-ORDER-FILE
                          ASSIGN TO 'SORDMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS SORD-KEY
                          FILE STATUS IS SORD-FILE-STATUS.
                      SELECT ACCT-IMAGE-FILE
                          ASSIGN TO 'ACCTIMG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS ACCT-IMAGE-STATUS.
                      SELECT HOLD-IMAGE-FILE
                          ASSIGN TO 'HOLDIMG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS HOLD-IMAGE-STATUS.
                      SELECT SORD-IMAGE-FILE
                          ASSIGN TO 'SORDIMG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS SORD-IMAGE-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD DEPOSIT-HOLD-FILE.
           COPY HOLDREC.

       FD STANDING-ORDER-FILE.
           COPY STORDER.

       FD ACCT-IMAGE-FILE.
       01 ACCT-IMAGE-RECORD        PIC X(80).

       FD HOLD-IMAGE-FILE.
       01 HOLD-IMAGE-RECORD        PIC X(80).

       FD SORD-IMAGE-FILE.
       01 SORD-IMAGE-RECORD        PIC X(80).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 WS-BUSD-RECORD-SAVE      PIC X(17).
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 HOLD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 SORD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACCT-IMAGE-STATUS        PIC X(2) VALUE '00'.
       01 HOLD-IMAGE-STATUS        PIC X(2) VALUE '00'.
       01 SORD-IMAGE-STATUS        PIC X(2) VALUE '00'.
       01 MASTER-EOF-FLAG          PIC X VALUE 'N'.
       01 WS-IMAGE-DATE            PIC X(10).
       01 WS-TAKEN-DATE            PIC X(10).
       01 WS-TAKEN-TIME            PIC X(8).
       01 WS-SYSTEM-DATE.
           05 WS-SYSTEM-YYYY       PIC 9(4).
           05 WS-SYSTEM-MM         PIC 9(2).
           05 WS-SYSTEM-DD         PIC 9(2).
       01 WS-SYSTEM-CLOCK          PIC 9(8).
       01 WS-SYSTEM-CLOCK-PARTS REDEFINES WS-SYSTEM-CLOCK.
           05 WS-SYSTEM-HH         PIC 9(2).
           05 WS-SYSTEM-MN         PIC 9(2).
           05 WS-SYSTEM-SS         PIC 9(2).
           05 WS-SYSTEM-HS         PIC 9(2).
       01 WS-IMAGE-FILE-NAME       PIC X(8).
       01 WS-IMAGE-COUNT           PIC 9(8) VALUE 0.
       01 WS-IMAGE-BALANCE-TOTAL   PIC S9(10)V99 VALUE 0.
       01 WS-ACCOUNTS-COPIED       PIC 9(8) VALUE 0.
       01 WS-HOLDS-COPIED          PIC 9(8) VALUE 0.
       01 WS-ORDERS-COPIED         PIC 9(8) VALUE 0.
       01 WS-ACCOUNT-BALANCE-TOTAL PIC S9(10)V99 VALUE 0.
           COPY IMAGEREC.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           IF BUSD-CTR-DONE NOT = 'Y'
               DISPLAY "*** Regulatory report has not completed for "
                   "business date " BUSD-DATE
                   " - image copy refused. ***"
               STOP RUN
           END-IF
           IF BUSD-IMAGE-DONE = 'Y'
               DISPLAY "*** Image copy already taken for business "
                   "date " BUSD-DATE " - run refused. ***"
               STOP RUN
           END-IF
           MOVE BUSD-DATE TO WS-IMAGE-DATE
           PERFORM STAMP-IMAGE-TIME
           PERFORM COPY-ACCOUNT-MASTER
           PERFORM COPY-HOLD-FILE
           PERFORM COPY-STANDING-ORDERS
           MOVE WS-BUSD-RECORD-SAVE TO BUSINESS-DATE-RECORD
           MOVE 'Y' TO BUSD-IMAGE-DONE
           PERFORM SAVE-BUSINESS-DATE
           PERFORM PRINT-RUN-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "Image copy run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "Image copy run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           MOVE BUSINESS-DATE-RECORD TO WS-BUSD-RECORD-SAVE
           CLOSE BUSINESS-DATE-FILE.

       SAVE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE
           WRITE BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE.

       STAMP-IMAGE-TIME.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SYSTEM-CLOCK FROM TIME
           MOVE SPACES TO WS-TAKEN-DATE
           STRING WS-SYSTEM-YYYY "-" WS-SYSTEM-MM "-" WS-SYSTEM-DD
               DELIMITED BY SIZE INTO WS-TAKEN-DATE
           MOVE SPACES TO WS-TAKEN-TIME
           STRING WS-SYSTEM-HH ":" WS-SYSTEM-MN ":" WS-SYSTEM-SS
               DELIMITED BY SIZE INTO WS-TAKEN-TIME.

       BUILD-IMAGE-HEADER.
           MOVE SPACES TO IMAGE-RECORD
           MOVE 'H' TO IMG-RECORD-TYPE
           MOVE WS-IMAGE-FILE-NAME TO IMG-FILE-NAME
           MOVE WS-IMAGE-DATE TO IMG-BUSINESS-DATE
           MOVE WS-TAKEN-DATE TO IMG-TAKEN-DATE
           MOVE WS-TAKEN-TIME TO IMG-TAKEN-TIME
           MOVE 0 TO WS-IMAGE-COUNT
           MOVE 0 TO WS-IMAGE-BALANCE-TOTAL
           MOVE 'N' TO MASTER-EOF-FLAG.

       BUILD-IMAGE-TRAILER.
           MOVE SPACES TO IMAGE-RECORD
           MOVE 'T' TO IMG-RECORD-TYPE
           MOVE WS-IMAGE-COUNT TO IMG-RECORD-COUNT
           MOVE WS-IMAGE-BALANCE-TOTAL TO IMG-BALANCE-TOTAL.

       COPY-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Account master could not be opened - "
                   "status " ACCT-MASTER-STATUS
               DISPLAY "Image copy run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT ACCT-IMAGE-FILE
           IF ACCT-IMAGE-STATUS NOT = '00'
               DISPLAY "Account image could not be opened - "
                   "status " ACCT-IMAGE-STATUS
               DISPLAY "Image copy run aborted."
               STOP RUN
           END-IF
           MOVE "ACCTMAST" TO WS-IMAGE-FILE-NAME
           PERFORM BUILD-IMAGE-HEADER
           WRITE ACCT-IMAGE-RECORD FROM IMAGE-RECORD
           PERFORM COPY-NEXT-ACCOUNT UNTIL MASTER-EOF-FLAG = 'Y'
           PERFORM BUILD-IMAGE-TRAILER
           WRITE ACCT-IMAGE-RECORD FROM IMAGE-RECORD
           MOVE WS-IMAGE-COUNT TO WS-ACCOUNTS-COPIED
           MOVE WS-IMAGE-BALANCE-TOTAL TO WS-ACCOUNT-BALANCE-TOTAL
           CLOSE ACCT-IMAGE-FILE
           CLOSE ACCOUNT-MASTER-FILE.

       COPY-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO IMAGE-RECORD
                   MOVE 'D' TO IMG-RECORD-TYPE
                   MOVE ACCOUNT-MASTER-RECORD TO IMG-MASTER-DATA
                   WRITE ACCT-IMAGE-RECORD FROM IMAGE-RECORD
                   ADD 1 TO WS-IMAGE-COUNT
                   ADD ACCT-BALANCE TO WS-IMAGE-BALANCE-TOTAL
           END-READ.

      *    A hold or standing order file not yet created is
      *    imaged as empty, so the reload creates it empty too.
       COPY-HOLD-FILE.
           OPEN OUTPUT HOLD-IMAGE-FILE
           IF HOLD-IMAGE-STATUS NOT = '00'
               DISPLAY "Hold image could not be opened - "
                   "status " HOLD-IMAGE-STATUS
               DISPLAY "Image copy run aborted."
               STOP RUN
           END-IF
           MOVE "HOLDFILE" TO WS-IMAGE-FILE-NAME
           PERFORM BUILD-IMAGE-HEADER
           WRITE HOLD-IMAGE-RECORD FROM IMAGE-RECORD
           OPEN INPUT DEPOSIT-HOLD-FILE
           IF HOLD-FILE-STATUS = '35'
               DISPLAY "*** WARNING: no hold file on file - empty "
                   "image written ***"
           ELSE
               IF HOLD-FILE-STATUS NOT = '00'
                   DISPLAY "Hold file could not be opened - "
                       "status " HOLD-FILE-STATUS
                   DISPLAY "Image copy run aborted."
                   STOP RUN
               END-IF
               PERFORM COPY-NEXT-HOLD UNTIL MASTER-EOF-FLAG = 'Y'
               CLOSE DEPOSIT-HOLD-FILE
           END-IF
           PERFORM BUILD-IMAGE-TRAILER
           WRITE HOLD-IMAGE-RECORD FROM IMAGE-RECORD
           MOVE WS-IMAGE-COUNT TO WS-HOLDS-COPIED
           CLOSE HOLD-IMAGE-FILE.

       COPY-NEXT-HOLD.
           READ DEPOSIT-HOLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO IMAGE-RECORD
                   MOVE 'D' TO IMG-RECORD-TYPE
                   MOVE DEPOSIT-HOLD-RECORD TO IMG-MASTER-DATA
                   WRITE HOLD-IMAGE-RECORD FROM IMAGE-RECORD
                   ADD 1 TO WS-IMAGE-COUNT
           END-READ.

       COPY-STANDING-ORDERS.
           OPEN OUTPUT SORD-IMAGE-FILE
           IF SORD-IMAGE-STATUS NOT = '00'
               DISPLAY "Standing order image could not be opened - "
                   "status " SORD-IMAGE-STATUS
               DISPLAY "Image copy run aborted."
               STOP RUN
           END-IF
           MOVE "SORDMAST" TO WS-IMAGE-FILE-NAME
           PERFORM BUILD-IMAGE-HEADER
           WRITE SORD-IMAGE-RECORD FROM IMAGE-RECORD
           OPEN INPUT STANDING-ORDER-FILE
           IF SORD-FILE-STATUS = '35'
               DISPLAY "*** WARNING: no standing order file on "
                   "file - empty image written ***"
           ELSE
               IF SORD-FILE-STATUS NOT = '00'
                   DISPLAY "Standing order file could not be "
                       "opened - status " SORD-FILE-STATUS
                   DISPLAY "Image copy run aborted."
                   STOP RUN
               END-IF
               PERFORM COPY-NEXT-ORDER UNTIL MASTER-EOF-FLAG = 'Y'
               CLOSE STANDING-ORDER-FILE
           END-IF
           PERFORM BUILD-IMAGE-TRAILER
           WRITE SORD-IMAGE-RECORD FROM IMAGE-RECORD
           MOVE WS-IMAGE-COUNT TO WS-ORDERS-COPIED
           CLOSE SORD-IMAGE-FILE.

       COPY-NEXT-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO IMAGE-RECORD
                   MOVE 'D' TO IMG-RECORD-TYPE
                   MOVE STANDING-ORDER-RECORD TO IMG-MASTER-DATA
                   WRITE SORD-IMAGE-RECORD FROM IMAGE-RECORD
                   ADD 1 TO WS-IMAGE-COUNT
           END-READ.

       PRINT-RUN-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "Nightly Image Copy Summary"
           DISPLAY "===================================="
           DISPLAY "Business Date:       " WS-IMAGE-DATE
           DISPLAY "Taken:               " WS-TAKEN-DATE " "
               WS-TAKEN-TIME
           DISPLAY "Accounts Imaged:     " WS-ACCOUNTS-COPIED
           DISPLAY "Balance Total:       " WS-ACCOUNT-BALANCE-TOTAL
           DISPLAY "Holds Imaged:        " WS-HOLDS-COPIED
           DISPLAY "Standing Orders:     " WS-ORDERS-COPIED
           DISPLAY "====================================".
