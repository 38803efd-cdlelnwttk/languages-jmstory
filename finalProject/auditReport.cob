       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditReport.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. None.
       REMARKS. Master-file maintenance audit report. Lists the
           changes BankingSystem logged to AUDITLOG - who made
           each one, who approved it, the file, record and field,
           and the value before and after - selected by a date
           range, by teller (as the teller signed on or as the
           approving supervisor) and by account, all read from
           the AUDPARM parameter file. The sensitive changes in
           the selection - raised limits and roles, password
           resets, freezes and locks lifted, lowered fees,
           supervisor balance changes - are listed again in a
           section of their own for the security officer to
           review.
           The log is read twice so no work file is needed.

       ENVIRONMENT DIVISION.
              CONFIGURATION SECTION.
                     SOURCE-COMPUTER. MICROSOFT-WINDOWS.
                     OBJECT-COMPUTER. MICROSOFT-WINDOWS.
              INPUT-OUTPUT SECTION.
                  FILE-CONTROL.
                      SELECT AUDIT-LOG-FILE
                          ASSIGN TO 'AUDITLOG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS AUDIT-FILE-STATUS.
                      SELECT AUDIT-PARM-FILE
                          ASSIGN TO 'AUDPARM'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS AUDIT-PARM-STATUS.
                      SELECT AUDIT-REPORT-FILE
                          ASSIGN TO 'AUDRPT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS AUDIT-RPT-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD AUDIT-PARM-FILE.
       01 AUDIT-PARM-RECORD.
           05 PARM-FROM-DATE       PIC X(10).
           05 PARM-TO-DATE         PIC X(10).
           05 PARM-TELLER-ID       PIC X(10).
           05 PARM-ACCT-NUMBER     PIC X(10).

       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-RECORD      PIC X(80).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01 AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01 AUDIT-PARM-STATUS        PIC X(2) VALUE '00'.
       01 AUDIT-RPT-STATUS         PIC X(2) VALUE '00'.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 AUDIT-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-PASS                  PIC X(1).
           88 PASS-ALL-CHANGES         VALUE 'A'.
           88 PASS-SENSITIVE           VALUE 'S'.
       01 WS-SELECTED-FLAG         PIC X VALUE 'N'.
       01 WS-FROM-DATE             PIC X(10).
       01 WS-TO-DATE               PIC X(10).
       01 WS-SEL-TELLER-ID         PIC X(10) VALUE SPACES.
       01 WS-SEL-ACCT-NUMBER       PIC 9(10) VALUE 0.
       01 WS-RECORDS-READ          PIC 9(8) VALUE 0.
       01 WS-CHANGES-LISTED        PIC 9(6) VALUE 0.
       01 WS-SENSITIVE-LISTED      PIC 9(6) VALUE 0.
       01 WS-ADDS-LISTED           PIC 9(6) VALUE 0.
       01 WS-CANCELS-LISTED        PIC 9(6) VALUE 0.
       01 WS-SUPV-APPROVED         PIC 9(6) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(30)
               VALUE "MASTER FILE MAINTENANCE AUDIT".
           05 TTL-SECTION          PIC X(30).
           05 FILLER               PIC X(20) VALUE SPACES.
       01 RPT-SELECTION-LINE.
           05 FILLER               PIC X(6) VALUE "FROM: ".
           05 SEL-FROM-DATE        PIC X(10).
           05 FILLER               PIC X(6) VALUE "  TO: ".
           05 SEL-TO-DATE          PIC X(10).
           05 FILLER               PIC X(10) VALUE "  TELLER: ".
           05 SEL-TELLER-ID        PIC X(10).
           05 FILLER               PIC X(11) VALUE "  ACCOUNT: ".
           05 SEL-ACCT-NUMBER      PIC X(10).
           05 FILLER               PIC X(7) VALUE SPACES.
       01 RPT-COLUMN-LINE-1.
           05 FILLER               PIC X(11) VALUE "DATE".
           05 FILLER               PIC X(9) VALUE "TIME".
           05 FILLER               PIC X(11) VALUE "TELLER".
           05 FILLER               PIC X(11) VALUE "SUPERVISOR".
           05 FILLER               PIC X(9) VALUE "FILE".
           05 FILLER               PIC X(17) VALUE "RECORD KEY".
           05 FILLER               PIC X(12) VALUE "ACTION".
       01 RPT-COLUMN-LINE-2.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(17) VALUE "FIELD".
           05 FILLER               PIC X(59)
               VALUE "VALUE BEFORE AND AFTER".
       01 RPT-CHANGE-LINE.
           05 CHG-DATE             PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CHG-TIME             PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CHG-TELLER-ID        PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CHG-SUPV-ID          PIC X(10).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CHG-FILE-NAME        PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CHG-RECORD-KEY       PIC X(16).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CHG-ACTION           PIC X(9).
           05 CHG-SENSITIVE        PIC X(3).
       01 RPT-VALUE-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 VAL-FIELD-NAME       PIC X(16).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "BEFORE: ".
           05 VAL-BEFORE-VALUE     PIC X(30).
           05 FILLER               PIC X(21) VALUE SPACES.
       01 RPT-AFTER-LINE.
           05 FILLER               PIC X(21) VALUE SPACES.
           05 FILLER               PIC X(8) VALUE "AFTER:  ".
           05 VAL-AFTER-VALUE      PIC X(30).
           05 FILLER               PIC X(21) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           05 TOT-CAPTION          PIC X(30).
           05 TOT-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(43) VALUE SPACES.
       01 RPT-MESSAGE-LINE         PIC X(80).
       01 RPT-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01 RPT-BLANK-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           PERFORM LOAD-AUDIT-SELECTION
           OPEN OUTPUT AUDIT-REPORT-FILE
           IF AUDIT-RPT-STATUS NOT = '00'
               DISPLAY "Report file could not be opened - "
                   "status " AUDIT-RPT-STATUS
               DISPLAY "Audit report run aborted."
               STOP RUN
           END-IF
           MOVE 'A' TO WS-PASS
           MOVE "- ALL CHANGES" TO TTL-SECTION
           WRITE AUDIT-REPORT-RECORD FROM RPT-TITLE-LINE
           PERFORM WRITE-SECTION-HEADER
           PERFORM SCAN-AUDIT-LOG
           IF WS-CHANGES-LISTED = 0
               MOVE "NO CHANGES MATCH THE SELECTION"
                   TO RPT-MESSAGE-LINE
               WRITE AUDIT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           MOVE 'S' TO WS-PASS
           MOVE "- SENSITIVE CHANGES" TO TTL-SECTION
           WRITE AUDIT-REPORT-RECORD FROM RPT-BLANK-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-TITLE-LINE
           PERFORM WRITE-SECTION-HEADER
           PERFORM SCAN-AUDIT-LOG
           IF WS-SENSITIVE-LISTED = 0
               MOVE "NO SENSITIVE CHANGES IN THE SELECTION"
                   TO RPT-MESSAGE-LINE
               WRITE AUDIT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           WRITE AUDIT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "END OF REPORT" TO RPT-MESSAGE-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           CLOSE AUDIT-REPORT-FILE
           PERFORM PRINT-RUN-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "Audit report run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "Audit report run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           CLOSE BUSINESS-DATE-FILE.

      *    A blank from date or to date means the business date;
      *    a blank teller or account selects every one.
       LOAD-AUDIT-SELECTION.
           MOVE BUSD-DATE TO WS-FROM-DATE
           MOVE BUSD-DATE TO WS-TO-DATE
           OPEN INPUT AUDIT-PARM-FILE
           IF AUDIT-PARM-STATUS = '35'
               DISPLAY "*** WARNING: AUDPARM not found - changes "
                   "for business date " BUSD-DATE " listed ***"
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-PARM-STATUS NOT = '00'
               DISPLAY "Audit parameter file could not be opened - "
                   "status " AUDIT-PARM-STATUS
               DISPLAY "Audit report run aborted."
               STOP RUN
           END-IF
           READ AUDIT-PARM-FILE
               AT END
                   DISPLAY "*** WARNING: AUDPARM empty - changes "
                       "for business date " BUSD-DATE " listed ***"
               NOT AT END
                   IF PARM-FROM-DATE NOT = SPACES
                       MOVE PARM-FROM-DATE TO WS-FROM-DATE
                   END-IF
                   IF PARM-TO-DATE NOT = SPACES
                       MOVE PARM-TO-DATE TO WS-TO-DATE
                   END-IF
                   MOVE PARM-TELLER-ID TO WS-SEL-TELLER-ID
                   IF PARM-ACCT-NUMBER IS NUMERIC
                       MOVE PARM-ACCT-NUMBER TO WS-SEL-ACCT-NUMBER
                   END-IF
           END-READ
           CLOSE AUDIT-PARM-FILE
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "*** AUDPARM from date " WS-FROM-DATE
                   " is after to date " WS-TO-DATE " ***"
               DISPLAY "Audit report run aborted."
               STOP RUN
           END-IF.

       WRITE-SECTION-HEADER.
           MOVE WS-FROM-DATE TO SEL-FROM-DATE
           MOVE WS-TO-DATE TO SEL-TO-DATE
           IF WS-SEL-TELLER-ID = SPACES
               MOVE "ALL" TO SEL-TELLER-ID
           ELSE
               MOVE WS-SEL-TELLER-ID TO SEL-TELLER-ID
           END-IF
           IF WS-SEL-ACCT-NUMBER = 0
               MOVE "ALL" TO SEL-ACCT-NUMBER
           ELSE
               MOVE WS-SEL-ACCT-NUMBER TO SEL-ACCT-NUMBER
           END-IF
           WRITE AUDIT-REPORT-RECORD FROM RPT-SELECTION-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-COLUMN-LINE-1
           WRITE AUDIT-REPORT-RECORD FROM RPT-COLUMN-LINE-2
           WRITE AUDIT-REPORT-RECORD FROM RPT-SEPARATOR-LINE.

       SCAN-AUDIT-LOG.
           MOVE 'N' TO AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS = '35'
               MOVE 'Y' TO AUDIT-EOF-FLAG
               IF PASS-ALL-CHANGES
                   DISPLAY "*** WARNING: no audit log on file ***"
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-FILE-STATUS NOT = '00'
               DISPLAY "Audit log could not be opened - status "
                   AUDIT-FILE-STATUS
               DISPLAY "Audit report run aborted."
               STOP RUN
           END-IF
           PERFORM READ-NEXT-AUDIT-RECORD UNTIL AUDIT-EOF-FLAG = 'Y'
           CLOSE AUDIT-LOG-FILE.

       READ-NEXT-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'Y' TO AUDIT-EOF-FLAG
               NOT AT END
                   IF PASS-ALL-CHANGES
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
                   PERFORM CHECK-AUDIT-SELECTION
                   IF WS-SELECTED-FLAG = 'Y'
                       PERFORM LIST-AUDIT-RECORD
                   END-IF
           END-READ.

       CHECK-AUDIT-SELECTION.
           MOVE 'N' TO WS-SELECTED-FLAG
           IF AUD-DATE < WS-FROM-DATE OR AUD-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-TELLER-ID NOT = SPACES
                   AND AUD-TELLER-ID NOT = WS-SEL-TELLER-ID
                   AND AUD-SUPV-ID NOT = WS-SEL-TELLER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-ACCT-NUMBER NOT = 0
                   AND AUD-ACCT-NUMBER NOT = WS-SEL-ACCT-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF PASS-SENSITIVE AND NOT AUD-SENSITIVE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-SELECTED-FLAG.

       LIST-AUDIT-RECORD.
           MOVE AUD-DATE TO CHG-DATE
           MOVE AUD-TIME TO CHG-TIME
           MOVE AUD-TELLER-ID TO CHG-TELLER-ID
           MOVE AUD-SUPV-ID TO CHG-SUPV-ID
           MOVE AUD-FILE-NAME TO CHG-FILE-NAME
           MOVE AUD-RECORD-KEY TO CHG-RECORD-KEY
           EVALUATE TRUE
               WHEN AUD-ADDED
                   MOVE "ADDED" TO CHG-ACTION
               WHEN AUD-CANCELLED
                   MOVE "CANCELLED" TO CHG-ACTION
               WHEN OTHER
                   MOVE "CHANGED" TO CHG-ACTION
           END-EVALUATE
           IF AUD-SENSITIVE
               MOVE " **" TO CHG-SENSITIVE
           ELSE
               MOVE SPACES TO CHG-SENSITIVE
           END-IF
           MOVE AUD-FIELD-NAME TO VAL-FIELD-NAME
           MOVE AUD-BEFORE-VALUE TO VAL-BEFORE-VALUE
           MOVE AUD-AFTER-VALUE TO VAL-AFTER-VALUE
           WRITE AUDIT-REPORT-RECORD FROM RPT-CHANGE-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-VALUE-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-AFTER-LINE
           IF PASS-SENSITIVE
               ADD 1 TO WS-SENSITIVE-LISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHANGES-LISTED
           IF AUD-ADDED
               ADD 1 TO WS-ADDS-LISTED
           END-IF
           IF AUD-CANCELLED
               ADD 1 TO WS-CANCELS-LISTED
           END-IF
           IF AUD-SUPV-ID NOT = SPACES
               ADD 1 TO WS-SUPV-APPROVED
           END-IF.

       WRITE-REPORT-TOTALS.
           WRITE AUDIT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE "CHANGES LISTED" TO TOT-CAPTION
           MOVE WS-CHANGES-LISTED TO TOT-COUNT
           WRITE AUDIT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  RECORDS ADDED" TO TOT-CAPTION
           MOVE WS-ADDS-LISTED TO TOT-COUNT
           WRITE AUDIT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  RECORDS CANCELLED" TO TOT-CAPTION
           MOVE WS-CANCELS-LISTED TO TOT-COUNT
           WRITE AUDIT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "  SUPERVISOR APPROVED" TO TOT-CAPTION
           MOVE WS-SUPV-APPROVED TO TOT-COUNT
           WRITE AUDIT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "** = SENSITIVE, LISTED AGAIN BELOW"
               TO RPT-MESSAGE-LINE
           WRITE AUDIT-REPORT-RECORD FROM RPT-MESSAGE-LINE.

       PRINT-RUN-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "Maintenance Audit Report Summary"
           DISPLAY "===================================="
           DISPLAY "From Date:           " WS-FROM-DATE
           DISPLAY "To Date:             " WS-TO-DATE
           DISPLAY "Teller:              " WS-SEL-TELLER-ID
           DISPLAY "Account:             " WS-SEL-ACCT-NUMBER
           DISPLAY "Log Records Read:    " WS-RECORDS-READ
           DISPLAY "Changes Listed:      " WS-CHANGES-LISTED
           DISPLAY "Sensitive Changes:   " WS-SENSITIVE-LISTED
           DISPLAY "====================================".
