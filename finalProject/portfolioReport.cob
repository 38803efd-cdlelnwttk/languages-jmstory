       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortfolioReport.
       AUTHOR. Jessica Story.
       DATE-WRITTEN. 10-15-2026.
       SECURITY. None.
       REMARKS. Monthly deposit portfolio report. For the month
           before the business date, totals month-end balances and
           account counts by product and by status, the average
           balance per product and the overdrawn exposure. Month-end
           balances are the account master balances less any live
           log activity dated after the month. Interest paid and
           fees earned by product come from the month's entries in
           the live transaction log and the transaction history
           file, net of fee reversals; accounts opened are counted
           from the account-added entries on the audit log and
           accounts closed from the closure log. Each month's
           figures are kept on a keyed history file so the report
           can show the change from the prior month and a twelve
           month trend, and the ledger total is proved against GL
           200100 customer deposits. A comma-delimited extract of
           the product figures is written for the finance team.

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
                      SELECT TRAN-HISTORY-FILE
                          ASSIGN TO 'TRANHIST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS HIST-KEY
                          FILE STATUS IS TRAN-HIST-STATUS.
                      SELECT GL-MASTER-FILE
                          ASSIGN TO 'GLMAST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS GLM-ACCOUNT-NUMBER
                          FILE STATUS IS GL-MAST-STATUS.
                      SELECT AUDIT-LOG-FILE
                          ASSIGN TO 'AUDITLOG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS AUDIT-FILE-STATUS.
                      SELECT ACCOUNT-CLOSURE-FILE
                          ASSIGN TO 'CLOSELOG'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS CLOSE-FILE-STATUS.
                      SELECT PORTFOLIO-HISTORY-FILE
                          ASSIGN TO 'PORTHIST'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS PHIST-MONTH
                          FILE STATUS IS PORT-HIST-STATUS.
                      SELECT PORTFOLIO-WORK-FILE
                          ASSIGN TO 'PORTWORK'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS WORK-ACCT-NUMBER
                          FILE STATUS IS PORT-WORK-STATUS.
                      SELECT PORTFOLIO-REPORT-FILE
                          ASSIGN TO 'PORTRPT'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS PORT-RPT-STATUS.
                      SELECT PORTFOLIO-EXTRACT-FILE
                          ASSIGN TO 'PORTCSV'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS PORT-CSV-STATUS.
                      SELECT BUSINESS-DATE-FILE
                          ASSIGN TO 'BUSDCTL'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY TRANREC.

       FD ACCOUNT-MASTER-FILE.
           COPY ACCTMAST.

       FD CUSTOMER-MASTER-FILE.
           COPY CUSTMAST.

       FD TRAN-HISTORY-FILE.
           COPY TRANHIST.

       FD GL-MASTER-FILE.
           COPY GLMAST.

       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD ACCOUNT-CLOSURE-FILE.
           COPY CLOSEREC.

       FD PORTFOLIO-HISTORY-FILE.
           COPY PORTHIST.

       FD PORTFOLIO-WORK-FILE.
       01 PORTFOLIO-WORK-RECORD.
           05 WORK-ACCT-NUMBER     PIC 9(10).
           05 WORK-LATER-NET       PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.
           05 WORK-INTEREST        PIC 9(8)V99.
           05 WORK-FEES            PIC S9(8)V99
                                    SIGN IS LEADING SEPARATE.

       FD PORTFOLIO-REPORT-FILE.
       01 PORT-REPORT-RECORD       PIC X(80).

       FD PORTFOLIO-EXTRACT-FILE.
       01 PORT-EXTRACT-RECORD      PIC X(300).

       FD BUSINESS-DATE-FILE.
           COPY BUSDCTL.

       WORKING-STORAGE SECTION.
       01 BUSD-FILE-STATUS         PIC X(2) VALUE '00'.
       01 TRAN-FILE-STATUS         PIC X(2) VALUE '00'.
       01 ACCT-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 CUST-MASTER-STATUS       PIC X(2) VALUE '00'.
       01 TRAN-HIST-STATUS         PIC X(2) VALUE '00'.
       01 GL-MAST-STATUS           PIC X(2) VALUE '00'.
       01 AUDIT-FILE-STATUS        PIC X(2) VALUE '00'.
       01 CLOSE-FILE-STATUS        PIC X(2) VALUE '00'.
       01 PORT-HIST-STATUS         PIC X(2) VALUE '00'.
       01 PORT-WORK-STATUS         PIC X(2) VALUE '00'.
       01 PORT-RPT-STATUS          PIC X(2) VALUE '00'.
       01 PORT-CSV-STATUS          PIC X(2) VALUE '00'.
       01 TRAN-EOF-FLAG            PIC X VALUE 'N'.
       01 MASTER-EOF-FLAG          PIC X VALUE 'N'.
       01 CUST-EOF-FLAG            PIC X VALUE 'N'.
       01 TRAN-HIST-EOF-FLAG       PIC X VALUE 'N'.
       01 AUDIT-EOF-FLAG           PIC X VALUE 'N'.
       01 CLOSE-EOF-FLAG           PIC X VALUE 'N'.
       01 PHIST-EOF-FLAG           PIC X VALUE 'N'.
       01 WS-HIST-FILE-OK-FLAG     PIC X VALUE 'N'.
       01 WS-CUST-FILE-OK-FLAG     PIC X VALUE 'N'.
       01 WS-GL-FILE-OK-FLAG       PIC X VALUE 'N'.
       01 WS-AUDIT-LOG-OK-FLAG     PIC X VALUE 'N'.
       01 WS-CLOSE-LOG-OK-FLAG     PIC X VALUE 'N'.
       01 WS-GL-FOUND-FLAG         PIC X VALUE 'N'.
       01 WS-PRIOR-FOUND-FLAG      PIC X VALUE 'N'.
       01 WS-HISTORY-REPLACED-FLAG PIC X VALUE 'N'.
       01 WS-HISTORY-SAVED-FLAG    PIC X VALUE 'N'.
       01 WS-SHOW-PRODUCT-FLAG     PIC X VALUE 'N'.
       01 WS-BUSINESS-DATE         PIC X(10).
       01 WS-REPORT-MONTH          PIC X(7).
       01 WS-PRIOR-MONTH           PIC X(7).
       01 WS-TREND-START-MONTH     PIC X(7).
       01 WS-CALC-MONTH            PIC X(7).
       01 WS-CALC-YYYY             PIC 9(4).
       01 WS-CALC-MM               PIC 9(2).
       01 WS-BUSD-MONTH-INDEX      PIC 9(6).
       01 WS-MONTH-INDEX           PIC 9(6).
       01 WS-PRD                   PIC 9(1).
       01 WS-STS                   PIC 9(1).
       01 WS-LOOKUP-PRODUCT        PIC X(2).
       01 WS-TRAN-DELTA            PIC S9(8)V99 VALUE 0.
       01 WS-TRAN-INTEREST         PIC 9(6)V99 VALUE 0.
       01 WS-TRAN-FEE              PIC S9(6)V99 VALUE 0.
       01 WS-ACCT-INTEREST         PIC 9(8)V99 VALUE 0.
       01 WS-ACCT-FEES             PIC S9(8)V99 VALUE 0.
       01 WS-LATER-NET             PIC S9(8)V99 VALUE 0.
       01 WS-MONTH-END-BALANCE     PIC S9(8)V99 VALUE 0.
       01 WS-AVERAGE-BALANCE       PIC S9(10)V99 VALUE 0.
       01 WS-GL-DEPOSITS           PIC S9(12)V99 VALUE 0.
       01 WS-GL-VARIANCE           PIC S9(12)V99 VALUE 0.
       01 WS-TRANS-READ            PIC 9(8) VALUE 0.
       01 WS-LATER-ENTRIES         PIC 9(8) VALUE 0.
       01 WS-MONTH-ENTRIES         PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-ENTRIES       PIC 9(8) VALUE 0.
       01 WS-LATE-CARRY-FORWARDS   PIC 9(6) VALUE 0.
       01 WS-ACCOUNTS-READ         PIC 9(6) VALUE 0.
       01 WS-CUSTOMERS-ON-FILE     PIC 9(6) VALUE 0.
       01 WS-NEW-CUSTOMERS         PIC 9(6) VALUE 0.
       01 WS-TREND-MONTHS          PIC 9(2) VALUE 0.
       01 WS-TRD-ACCOUNTS          PIC 9(6) VALUE 0.
       01 WS-TRD-BALANCE           PIC S9(10)V99 VALUE 0.
       01 WS-TRD-PREV-BALANCE      PIC S9(10)V99 VALUE 0.
       01 WS-TRD-OD-AMOUNT         PIC 9(10)V99 VALUE 0.
       01 WS-TRD-CHANGE            PIC S9(10)V99 VALUE 0.
       01 WS-TRD-VARIANCE          PIC S9(12)V99 VALUE 0.
       01 WS-MOM-CAPTION           PIC X(26).
       01 WS-MOM-THIS              PIC S9(12)V99 VALUE 0.
       01 WS-MOM-PRIOR             PIC S9(12)V99 VALUE 0.
       01 WS-MOM-CHANGE            PIC S9(12)V99 VALUE 0.
       01 WS-EDIT-MOM-AMOUNT       PIC -(12)9.99.
       01 WS-EDIT-MOM-COUNT        PIC -(15)9.
       01 WS-EDIT-TREND-AMOUNT     PIC -(10)9.99.
       01 WS-EDIT-SUMMARY-AMOUNT   PIC -(12)9.99.
       01 WS-CSV-POINTER           PIC 9(3) VALUE 1.
       01 WS-CSV-LEAD              PIC 9(2) VALUE 0.
       01 WS-CSV-AMOUNT            PIC S9(12)V99 VALUE 0.
       01 WS-CSV-AMOUNT-EDIT       PIC -(12)9.99.
       01 WS-CSV-COUNT             PIC 9(8) VALUE 0.
       01 WS-CSV-COUNT-EDIT        PIC Z(7)9.
       01 WS-CSV-TEXT              PIC X(12).
           COPY REVREF.

      *    Product rows 1-4 are CK, SV, CD and any other code;
      *    row 5 is the total of all products. Status columns
      *    1-6 are active, on hold, frozen, dormant, closed and
      *    any other code. Accounts counts exclude closed
      *    accounts; on-file counts include them.
       01 WS-PRODUCT-TABLE.
           05 WS-PRD-ENTRY OCCURS 5 TIMES.
               10 WS-PRD-ON-FILE   PIC 9(6).
               10 WS-PRD-ACCOUNTS  PIC 9(6).
               10 WS-PRD-BALANCE   PIC S9(10)V99.
               10 WS-PRD-OD-COUNT  PIC 9(6).
               10 WS-PRD-OD-AMOUNT PIC 9(10)V99.
               10 WS-PRD-OPENED    PIC 9(6).
               10 WS-PRD-CLOSED    PIC 9(6).
               10 WS-PRD-INTEREST  PIC 9(10)V99.
               10 WS-PRD-FEES      PIC S9(10)V99.
               10 WS-PRD-STS-COUNT PIC 9(6) OCCURS 6 TIMES.
       01 WS-STATUS-TABLE.
           05 WS-STS-BALANCE       PIC S9(10)V99 OCCURS 6 TIMES.
       01 WS-PRIOR-TABLE.
           05 WS-PRI-ENTRY OCCURS 5 TIMES.
               10 WS-PRI-ACCOUNTS  PIC 9(6).
               10 WS-PRI-BALANCE   PIC S9(10)V99.
               10 WS-PRI-OD-COUNT  PIC 9(6).
               10 WS-PRI-OD-AMOUNT PIC 9(10)V99.
               10 WS-PRI-OPENED    PIC 9(6).
               10 WS-PRI-CLOSED    PIC 9(6).
               10 WS-PRI-INTEREST  PIC 9(10)V99.
               10 WS-PRI-FEES      PIC S9(10)V99.
       01 WS-PRIOR-GL-FOUND-FLAG   PIC X VALUE 'N'.
       01 WS-PRIOR-GL-BALANCE      PIC S9(12)V99 VALUE 0.
       01 WS-PRODUCT-CODES.
           05 FILLER               PIC X(2) VALUE "CK".
           05 FILLER               PIC X(2) VALUE "SV".
           05 FILLER               PIC X(2) VALUE "CD".
           05 FILLER               PIC X(2) VALUE SPACES.
       01 WS-PRODUCT-CODE-TABLE REDEFINES WS-PRODUCT-CODES.
           05 WS-PRD-CODE          PIC X(2) OCCURS 4 TIMES.
       01 WS-PRODUCT-LABELS.
           05 FILLER               PIC X(12) VALUE "CHECKING".
           05 FILLER               PIC X(12) VALUE "SAVINGS".
           05 FILLER               PIC X(12) VALUE "CERTIFICATE".
           05 FILLER               PIC X(12) VALUE "OTHER".
           05 FILLER               PIC X(12) VALUE "TOTAL".
       01 WS-PRODUCT-LABEL-TABLE REDEFINES WS-PRODUCT-LABELS.
           05 WS-PRD-LABEL         PIC X(12) OCCURS 5 TIMES.
       01 WS-EXTRACT-LABELS.
           05 FILLER               PIC X(5) VALUE "CK".
           05 FILLER               PIC X(5) VALUE "SV".
           05 FILLER               PIC X(5) VALUE "CD".
           05 FILLER               PIC X(5) VALUE "OTHER".
           05 FILLER               PIC X(5) VALUE "TOTAL".
       01 WS-EXTRACT-LABEL-TABLE REDEFINES WS-EXTRACT-LABELS.
           05 WS-CSV-LABEL         PIC X(5) OCCURS 5 TIMES.
       01 WS-STATUS-LABELS.
           05 FILLER               PIC X(12) VALUE "ACTIVE".
           05 FILLER               PIC X(12) VALUE "ON HOLD".
           05 FILLER               PIC X(12) VALUE "FROZEN".
           05 FILLER               PIC X(12) VALUE "DORMANT".
           05 FILLER               PIC X(12) VALUE "CLOSED".
           05 FILLER               PIC X(12) VALUE "OTHER".
       01 WS-STATUS-LABEL-TABLE REDEFINES WS-STATUS-LABELS.
           05 WS-STS-LABEL         PIC X(12) OCCURS 6 TIMES.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(35)
               VALUE "DEPOSIT PORTFOLIO REPORT FOR MONTH ".
           05 TTL-REPORT-MONTH     PIC X(7).
           05 FILLER               PIC X(16)
               VALUE "  BUSINESS DATE ".
           05 TTL-BUSINESS-DATE    PIC X(10).
           05 FILLER               PIC X(12) VALUE SPACES.
       01 RPT-CUSTOMER-LINE.
           05 FILLER               PIC X(19)
               VALUE "CUSTOMERS ON FILE: ".
           05 CST-ON-FILE          PIC ZZZZZ9.
           05 FILLER               PIC X(28)
               VALUE "   NEW CUSTOMERS IN MONTH: ".
           05 CST-NEW              PIC ZZZZZ9.
           05 FILLER               PIC X(21) VALUE SPACES.
       01 RPT-SECTION-LINE         PIC X(80).
       01 RPT-MESSAGE-LINE         PIC X(80).
       01 RPT-PRODUCT-HEADING.
           05 FILLER               PIC X(12) VALUE "PRODUCT".
           05 FILLER               PIC X(6) VALUE " ACCTS".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "       BALANCE".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE " AVG BALANCE".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "OPENED".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "CLOSED".
           05 FILLER               PIC X(16) VALUE SPACES.
       01 RPT-PRODUCT-LINE.
           05 PDL-LABEL            PIC X(12).
           05 PDL-ACCOUNTS         PIC ZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-BALANCE          PIC -(10)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-AVERAGE          PIC -(8)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-OPENED           PIC ZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-CLOSED           PIC ZZZZZ9.
           05 FILLER               PIC X(16) VALUE SPACES.
       01 RPT-STATUS-HEADING.
           05 FILLER               PIC X(12) VALUE "STATUS".
           05 FILLER               PIC X(8) VALUE "      CK".
           05 FILLER               PIC X(8) VALUE "      SV".
           05 FILLER               PIC X(8) VALUE "      CD".
           05 FILLER               PIC X(8) VALUE "   OTHER".
           05 FILLER               PIC X(8) VALUE "   TOTAL".
           05 FILLER               PIC X(14) VALUE "       BALANCE".
           05 FILLER               PIC X(14) VALUE SPACES.
       01 RPT-STATUS-LINE.
           05 STL-LABEL            PIC X(12).
           05 STL-COUNT-ENTRY OCCURS 5 TIMES.
               10 FILLER           PIC X(2).
               10 STL-COUNT        PIC ZZZZZ9.
           05 STL-BALANCE          PIC -(10)9.99.
           05 FILLER               PIC X(14).
       01 RPT-INCOME-HEADING.
           05 FILLER               PIC X(12) VALUE "PRODUCT".
           05 FILLER               PIC X(14) VALUE " INTEREST PAID".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "   FEES EARNED".
           05 FILLER               PIC X(8) VALUE "OD ACCTS".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "   OD EXPOSURE".
           05 FILLER               PIC X(14) VALUE SPACES.
       01 RPT-INCOME-LINE.
           05 INL-LABEL            PIC X(12).
           05 INL-INTEREST         PIC -(10)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 INL-FEES             PIC -(10)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 INL-OD-COUNT         PIC ZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 INL-OD-AMOUNT        PIC -(10)9.99.
           05 FILLER               PIC X(14) VALUE SPACES.
       01 RPT-MOM-HEADING.
           05 FILLER               PIC X(26) VALUE "ITEM".
           05 FILLER               PIC X(16)
               VALUE "      THIS MONTH".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(16)
               VALUE "     PRIOR MONTH".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(16)
               VALUE "          CHANGE".
           05 FILLER               PIC X(2) VALUE SPACES.
       01 RPT-MOM-LINE.
           05 MOM-CAPTION          PIC X(26).
           05 MOM-THIS             PIC X(16).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MOM-PRIOR            PIC X(16).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 MOM-CHANGE           PIC X(16).
           05 FILLER               PIC X(2) VALUE SPACES.
       01 RPT-TOTAL-LINE.
           05 TOT-CAPTION          PIC X(40).
           05 TOT-AMOUNT           PIC -(12)9.99.
           05 FILLER               PIC X(24) VALUE SPACES.
       01 RPT-TREND-HEADING.
           05 FILLER               PIC X(7) VALUE "MONTH".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE " ACCTS".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "       BALANCE".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "        CHANGE".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "   OD EXPOSURE".
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "   GL VARIANCE".
           05 FILLER               PIC X(1) VALUE SPACES.
       01 RPT-TREND-LINE.
           05 TRD-MONTH            PIC X(7).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TRD-ACCOUNTS         PIC ZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TRD-BALANCE          PIC -(10)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TRD-CHANGE           PIC X(14).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TRD-OD-AMOUNT        PIC -(10)9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TRD-VARIANCE         PIC X(14).
           05 FILLER               PIC X(1) VALUE SPACES.
       01 RPT-SEPARATOR-LINE       PIC X(80) VALUE ALL "=".
       01 RPT-BLANK-LINE           PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM READ-BUSINESS-DATE
           PERFORM SET-REPORT-MONTHS
           INITIALIZE WS-PRODUCT-TABLE
           INITIALIZE WS-STATUS-TABLE
           INITIALIZE WS-PRIOR-TABLE
           PERFORM OPEN-PORTFOLIO-FILES
           PERFORM SUM-LIVE-LOG
           PERFORM COUNT-ACCOUNT-OPENINGS
           PERFORM COUNT-ACCOUNT-CLOSURES
           PERFORM COUNT-CUSTOMERS
           MOVE 'N' TO MASTER-EOF-FLAG
           PERFORM SUM-NEXT-ACCOUNT UNTIL MASTER-EOF-FLAG = 'Y'
           PERFORM READ-GL-DEPOSITS
           PERFORM LOAD-PRIOR-MONTH
           PERFORM SAVE-MONTH-HISTORY
           PERFORM WRITE-PORTFOLIO-REPORT
           PERFORM WRITE-PORTFOLIO-EXTRACT
           PERFORM CLOSE-PORTFOLIO-FILES
           PERFORM PRINT-PORTFOLIO-SUMMARY
           STOP RUN.

       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSD-FILE-STATUS NOT = '00'
               DISPLAY "Business date control record could not be "
                   "read - status " BUSD-FILE-STATUS
               DISPLAY "Portfolio report run aborted."
               STOP RUN
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business date control record is empty."
                   DISPLAY "Portfolio report run aborted."
                   CLOSE BUSINESS-DATE-FILE
                   STOP RUN
           END-READ
           MOVE BUSD-DATE TO WS-BUSINESS-DATE
           CLOSE BUSINESS-DATE-FILE.

      *    The report month is the month before the business
      *    date, as for statements. Months are worked as a
      *    running month number so the prior month and the
      *    start of the twelve month trend cross year ends.
       SET-REPORT-MONTHS.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-CALC-YYYY
           MOVE WS-BUSINESS-DATE(6:2) TO WS-CALC-MM
           COMPUTE WS-BUSD-MONTH-INDEX =
               WS-CALC-YYYY * 12 + WS-CALC-MM - 1
           COMPUTE WS-MONTH-INDEX = WS-BUSD-MONTH-INDEX - 1
           PERFORM FORMAT-CALC-MONTH
           MOVE WS-CALC-MONTH TO WS-REPORT-MONTH
           COMPUTE WS-MONTH-INDEX = WS-BUSD-MONTH-INDEX - 2
           PERFORM FORMAT-CALC-MONTH
           MOVE WS-CALC-MONTH TO WS-PRIOR-MONTH
           COMPUTE WS-MONTH-INDEX = WS-BUSD-MONTH-INDEX - 12
           PERFORM FORMAT-CALC-MONTH
           MOVE WS-CALC-MONTH TO WS-TREND-START-MONTH
           DISPLAY "Report month (from business date "
               WS-BUSINESS-DATE "): " WS-REPORT-MONTH.

       FORMAT-CALC-MONTH.
           DIVIDE WS-MONTH-INDEX BY 12
               GIVING WS-CALC-YYYY REMAINDER WS-CALC-MM
           ADD 1 TO WS-CALC-MM
           MOVE SPACES TO WS-CALC-MONTH
           STRING WS-CALC-YYYY "-" WS-CALC-MM
               DELIMITED BY SIZE INTO WS-CALC-MONTH.

       OPEN-PORTFOLIO-FILES.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF ACCT-MASTER-STATUS NOT = '00'
               DISPLAY "Account master file could not be opened - "
                   "status " ACCT-MASTER-STATUS
               DISPLAY "Portfolio report run aborted."
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF CUST-MASTER-STATUS = '00'
               MOVE 'Y' TO WS-CUST-FILE-OK-FLAG
           ELSE
               DISPLAY "*** WARNING: customer master could not be "
                   "opened - status " CUST-MASTER-STATUS
                   " - customer counts not shown ***"
           END-IF
           OPEN INPUT TRAN-HISTORY-FILE
           IF TRAN-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HIST-FILE-OK-FLAG
           ELSE
               IF TRAN-HIST-STATUS NOT = '35'
                   DISPLAY "*** WARNING: transaction history could "
                       "not be opened - status " TRAN-HIST-STATUS
                       " - archived month activity not included ***"
               END-IF
           END-IF
           OPEN INPUT GL-MASTER-FILE
           IF GL-MAST-STATUS = '00'
               MOVE 'Y' TO WS-GL-FILE-OK-FLAG
           ELSE
               DISPLAY "*** WARNING: GL master could not be opened "
                   "- status " GL-MAST-STATUS
                   " - no GL proof this run ***"
           END-IF
           OPEN I-O PORTFOLIO-HISTORY-FILE
           IF PORT-HIST-STATUS = '35'
               OPEN OUTPUT PORTFOLIO-HISTORY-FILE
               CLOSE PORTFOLIO-HISTORY-FILE
               OPEN I-O PORTFOLIO-HISTORY-FILE
           END-IF
           IF PORT-HIST-STATUS NOT = '00'
               DISPLAY "Portfolio history file could not be opened "
                   "- status " PORT-HIST-STATUS
               DISPLAY "Portfolio report run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT PORTFOLIO-WORK-FILE
           CLOSE PORTFOLIO-WORK-FILE
           OPEN I-O PORTFOLIO-WORK-FILE
           IF PORT-WORK-STATUS NOT = '00'
               DISPLAY "Portfolio work file could not be opened - "
                   "status " PORT-WORK-STATUS
               DISPLAY "Portfolio report run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT PORTFOLIO-REPORT-FILE
           IF PORT-RPT-STATUS NOT = '00'
               DISPLAY "Portfolio report file could not be opened - "
                   "status " PORT-RPT-STATUS
               DISPLAY "Portfolio report run aborted."
               STOP RUN
           END-IF
           OPEN OUTPUT PORTFOLIO-EXTRACT-FILE
           IF PORT-CSV-STATUS NOT = '00'
               DISPLAY "Portfolio extract file could not be opened - "
                   "status " PORT-CSV-STATUS
               DISPLAY "Portfolio report run aborted."
               STOP RUN
           END-IF.

       CLOSE-PORTFOLIO-FILES.
           CLOSE PORTFOLIO-EXTRACT-FILE
           CLOSE PORTFOLIO-REPORT-FILE
           CLOSE PORTFOLIO-WORK-FILE
           CLOSE PORTFOLIO-HISTORY-FILE
           IF WS-GL-FILE-OK-FLAG = 'Y'
               CLOSE GL-MASTER-FILE
           END-IF
           IF WS-HIST-FILE-OK-FLAG = 'Y'
               CLOSE TRAN-HISTORY-FILE
           END-IF
           IF WS-CUST-FILE-OK-FLAG = 'Y'
               CLOSE CUSTOMER-MASTER-FILE
           END-IF
           CLOSE ACCOUNT-MASTER-FILE.

      *    One pass of the live log nets, per account, the
      *    movement dated after the report month - backed out
      *    of the master balance to give the month-end balance -
      *    and the interest and fees dated in the month. BAL FWD
      *    carry-forwards carry no income; one dated after the
      *    month means the log has been archived past it, and
      *    the report says so.
       SUM-LIVE-LOG.
           MOVE 'N' TO TRAN-EOF-FLAG
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF TRAN-FILE-STATUS NOT = '00'
               DISPLAY "Transaction log could not be opened - "
                   "status " TRAN-FILE-STATUS
               DISPLAY "Portfolio report run aborted."
               STOP RUN
           END-IF
           PERFORM SUM-NEXT-LIVE-ENTRY UNTIL TRAN-EOF-FLAG = 'Y'
           CLOSE TRANSACTION-FILE.

       SUM-NEXT-LIVE-ENTRY.
           READ TRANSACTION-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE 'Y' TO TRAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM SUM-LIVE-ENTRY
           END-READ.

       SUM-LIVE-ENTRY.
           MOVE 0 TO WS-TRAN-DELTA
           MOVE 0 TO WS-TRAN-INTEREST
           MOVE 0 TO WS-TRAN-FEE
           IF TRANSACTION-TYPE = "BAL FWD"
               IF TRANSACTION-DATE(1:7) > WS-REPORT-MONTH
                   ADD 1 TO WS-LATE-CARRY-FORWARDS
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN TRANSACTION-DATE(1:7) > WS-REPORT-MONTH
                   PERFORM COMPUTE-TRAN-DELTA
                   ADD 1 TO WS-LATER-ENTRIES
               WHEN TRANSACTION-DATE(1:7) = WS-REPORT-MONTH
                   PERFORM CLASSIFY-MONTH-INCOME
                   ADD 1 TO WS-MONTH-ENTRIES
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TRAN-DELTA = 0 AND WS-TRAN-INTEREST = 0
                   AND WS-TRAN-FEE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-ACCOUNT-NUMBER TO WORK-ACCT-NUMBER
           READ PORTFOLIO-WORK-FILE
               INVALID KEY
                   MOVE TRAN-ACCOUNT-NUMBER TO WORK-ACCT-NUMBER
                   MOVE WS-TRAN-DELTA TO WORK-LATER-NET
                   MOVE WS-TRAN-INTEREST TO WORK-INTEREST
                   MOVE WS-TRAN-FEE TO WORK-FEES
                   WRITE PORTFOLIO-WORK-RECORD
               NOT INVALID KEY
                   ADD WS-TRAN-DELTA TO WORK-LATER-NET
                   ADD WS-TRAN-INTEREST TO WORK-INTEREST
                   ADD WS-TRAN-FEE TO WORK-FEES
                   REWRITE PORTFOLIO-WORK-RECORD
           END-READ.

      *    Interest paid is the INTEREST credits; fees earned
      *    are the OD, CD penalty, maintenance and excess
      *    withdrawal fees, less any fee reversed.
       CLASSIFY-MONTH-INCOME.
           EVALUATE TRANSACTION-TYPE
               WHEN "INTEREST"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-INTEREST
               WHEN "OD FEE"
               WHEN "CD PENALTY"
               WHEN "MAINT FEE"
               WHEN "XS WD FEE"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-FEE
               WHEN "REVERSAL"
                   MOVE TRAN-REFERENCE TO REVERSAL-REFERENCE
                   IF REV-REF-VALID
                       IF REV-OF-OD-FEE OR REV-OF-CD-PENALTY
                               OR REV-OF-EXCESS-WD-FEE
                           COMPUTE WS-TRAN-FEE =
                               0 - TRANSACTION-AMOUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPUTE-TRAN-DELTA.
           EVALUATE TRANSACTION-TYPE
               WHEN "DEPOSIT"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
               WHEN "INTEREST"
                   MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
               WHEN "WITHDRAWAL"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "OVERDRAFT"
                   COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
               WHEN "OD FEE"
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
               WHEN "ADJUSTMENT"
                   IF TRANSACTION-SIGN = "-"
                       COMPUTE WS-TRAN-DELTA = 0 - TRANSACTION-AMOUNT
                   ELSE
                       MOVE TRANSACTION-AMOUNT TO WS-TRAN-DELTA
                   END-IF
               WHEN "BAL FWD"
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

      *    Accounts opened in the month are the account-added
      *    entries BankingSystem writes to the audit log; the
      *    product entry of each names the product opened.
       COUNT-ACCOUNT-OPENINGS.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-FILE-STATUS NOT = '00'
               DISPLAY "*** WARNING: AUDITLOG could not be opened - "
                   "status " AUDIT-FILE-STATUS
                   " - accounts opened shown as zero ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AUDIT-LOG-OK-FLAG
           MOVE 'N' TO AUDIT-EOF-FLAG
           PERFORM CHECK-NEXT-AUDIT-RECORD UNTIL AUDIT-EOF-FLAG = 'Y'
           CLOSE AUDIT-LOG-FILE.

       CHECK-NEXT-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE 'Y' TO AUDIT-EOF-FLAG
               NOT AT END
                   IF AUD-FILE-NAME = "ACCTMAST" AND AUD-ADDED
                           AND AUD-FIELD-NAME = "ACCT-PRODUCT"
                           AND AUD-DATE(1:7) = WS-REPORT-MONTH
                       MOVE AUD-AFTER-VALUE(1:2) TO WS-LOOKUP-PRODUCT
                       PERFORM SET-PRODUCT-SUB
                       ADD 1 TO WS-PRD-OPENED(WS-PRD)
                       ADD 1 TO WS-PRD-OPENED(5)
                   END-IF
           END-READ.

       COUNT-ACCOUNT-CLOSURES.
           OPEN INPUT ACCOUNT-CLOSURE-FILE
           IF CLOSE-FILE-STATUS = '35'
               MOVE 'Y' TO WS-CLOSE-LOG-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           IF CLOSE-FILE-STATUS NOT = '00'
               DISPLAY "*** WARNING: CLOSELOG could not be opened - "
                   "status " CLOSE-FILE-STATUS
                   " - accounts closed shown as zero ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CLOSE-LOG-OK-FLAG
           MOVE 'N' TO CLOSE-EOF-FLAG
           PERFORM CHECK-NEXT-CLOSURE UNTIL CLOSE-EOF-FLAG = 'Y'
           CLOSE ACCOUNT-CLOSURE-FILE.

       CHECK-NEXT-CLOSURE.
           READ ACCOUNT-CLOSURE-FILE
               AT END
                   MOVE 'Y' TO CLOSE-EOF-FLAG
               NOT AT END
                   IF CLOSE-DATE(1:7) = WS-REPORT-MONTH
                       MOVE CLOSE-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
                       PERFORM SET-PRODUCT-SUB
                       ADD 1 TO WS-PRD-CLOSED(WS-PRD)
                       ADD 1 TO WS-PRD-CLOSED(5)
                   END-IF
           END-READ.

       COUNT-CUSTOMERS.
           IF WS-CUST-FILE-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CUST-EOF-FLAG
           PERFORM CHECK-NEXT-CUSTOMER UNTIL CUST-EOF-FLAG = 'Y'.

       CHECK-NEXT-CUSTOMER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CUST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-ON-FILE
                   IF CUST-DATE-OPENED(1:7) = WS-REPORT-MONTH
                       ADD 1 TO WS-NEW-CUSTOMERS
                   END-IF
           END-READ.

       SUM-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MASTER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   PERFORM SUM-ACCOUNT
           END-READ.

       SUM-ACCOUNT.
           MOVE 0 TO WS-LATER-NET
           MOVE 0 TO WS-ACCT-INTEREST
           MOVE 0 TO WS-ACCT-FEES
           MOVE ACCT-NUMBER TO WORK-ACCT-NUMBER
           READ PORTFOLIO-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WORK-LATER-NET TO WS-LATER-NET
                   MOVE WORK-INTEREST TO WS-ACCT-INTEREST
                   MOVE WORK-FEES TO WS-ACCT-FEES
           END-READ
           PERFORM ADD-ARCHIVED-MONTH-INCOME
           COMPUTE WS-MONTH-END-BALANCE = ACCT-BALANCE - WS-LATER-NET
           MOVE ACCT-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
           PERFORM SET-PRODUCT-SUB
           PERFORM SET-STATUS-SUB
           ADD WS-MONTH-END-BALANCE TO WS-STS-BALANCE(WS-STS)
           PERFORM ADD-ACCOUNT-TO-PRODUCT
           MOVE 5 TO WS-PRD
           PERFORM ADD-ACCOUNT-TO-PRODUCT.

       ADD-ACCOUNT-TO-PRODUCT.
           ADD 1 TO WS-PRD-ON-FILE(WS-PRD)
           ADD 1 TO WS-PRD-STS-COUNT(WS-PRD WS-STS)
           IF NOT ACCT-CLOSED
               ADD 1 TO WS-PRD-ACCOUNTS(WS-PRD)
           END-IF
           ADD WS-MONTH-END-BALANCE TO WS-PRD-BALANCE(WS-PRD)
           IF WS-MONTH-END-BALANCE < 0
               ADD 1 TO WS-PRD-OD-COUNT(WS-PRD)
               COMPUTE WS-PRD-OD-AMOUNT(WS-PRD) =
                   WS-PRD-OD-AMOUNT(WS-PRD) - WS-MONTH-END-BALANCE
           END-IF
           ADD WS-ACCT-INTEREST TO WS-PRD-INTEREST(WS-PRD)
           ADD WS-ACCT-FEES TO WS-PRD-FEES(WS-PRD).

      *    Month activity already archived by ArchivePurge is
      *    read from the history file under the account's key.
       ADD-ARCHIVED-MONTH-INCOME.
           IF WS-HIST-FILE-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO TRAN-HIST-EOF-FLAG
           MOVE ACCT-NUMBER TO HIST-ACCT-NUMBER
           MOVE SPACES TO HIST-TRAN-DATE
           MOVE WS-REPORT-MONTH TO HIST-TRAN-DATE(1:7)
           MOVE 0 TO HIST-DATE-SEQ
           START TRAN-HISTORY-FILE
               KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO TRAN-HIST-EOF-FLAG
           END-START
           PERFORM ADD-NEXT-ARCHIVED-ENTRY
               UNTIL TRAN-HIST-EOF-FLAG = 'Y'.

       ADD-NEXT-ARCHIVED-ENTRY.
           READ TRAN-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TRAN-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-ACCT-NUMBER NOT = ACCT-NUMBER
                       OR HIST-TRAN-DATE(1:7) NOT = WS-REPORT-MONTH
                       MOVE 'Y' TO TRAN-HIST-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-ARCHIVE-ENTRIES
                       PERFORM MOVE-HIST-TO-TRAN-FIELDS
                       MOVE 0 TO WS-TRAN-INTEREST
                       MOVE 0 TO WS-TRAN-FEE
                       PERFORM CLASSIFY-MONTH-INCOME
                       ADD WS-TRAN-INTEREST TO WS-ACCT-INTEREST
                       ADD WS-TRAN-FEE TO WS-ACCT-FEES
                   END-IF
           END-READ.

       MOVE-HIST-TO-TRAN-FIELDS.
           MOVE HIST-ACCT-NUMBER TO TRAN-ACCOUNT-NUMBER
           MOVE HIST-TRAN-TYPE TO TRANSACTION-TYPE
           MOVE HIST-TRAN-AMOUNT TO TRANSACTION-AMOUNT
           MOVE HIST-TRAN-SIGN TO TRANSACTION-SIGN
           MOVE HIST-TRAN-DATE TO TRANSACTION-DATE
           MOVE HIST-TELLER-ID TO TRAN-TELLER-ID
           MOVE HIST-REFERENCE TO TRAN-REFERENCE.

       SET-PRODUCT-SUB.
           EVALUATE WS-LOOKUP-PRODUCT
               WHEN "CK"
                   MOVE 1 TO WS-PRD
               WHEN "SV"
                   MOVE 2 TO WS-PRD
               WHEN "CD"
                   MOVE 3 TO WS-PRD
               WHEN OTHER
                   MOVE 4 TO WS-PRD
           END-EVALUATE.

       SET-STATUS-SUB.
           EVALUATE TRUE
               WHEN ACCT-ACTIVE
                   MOVE 1 TO WS-STS
               WHEN ACCT-ON-HOLD
                   MOVE 2 TO WS-STS
               WHEN ACCT-FROZEN
                   MOVE 3 TO WS-STS
               WHEN ACCT-DORMANT
                   MOVE 4 TO WS-STS
               WHEN ACCT-CLOSED
                   MOVE 5 TO WS-STS
               WHEN OTHER
                   MOVE 6 TO WS-STS
           END-EVALUATE.

      *    Customer deposits is a liability, carried negative
      *    on the debit-positive GL master; it is turned
      *    positive here to compare with the ledger total.
       READ-GL-DEPOSITS.
           IF WS-GL-FILE-OK-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 200100 TO GLM-ACCOUNT-NUMBER
           READ GL-MASTER-FILE
               INVALID KEY
                   DISPLAY "*** WARNING: GL account 200100 not on "
                       "GLMAST - no GL proof this run ***"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GL-FOUND-FLAG
                   COMPUTE WS-GL-DEPOSITS = 0 - GLM-BALANCE
                   COMPUTE WS-GL-VARIANCE =
                       WS-PRD-BALANCE(5) - WS-GL-DEPOSITS
           END-READ.

       LOAD-PRIOR-MONTH.
           MOVE WS-PRIOR-MONTH TO PHIST-MONTH
           READ PORTFOLIO-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-PRIOR-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PRIOR-FOUND-FLAG
                   PERFORM LOAD-PRIOR-PRODUCT
                       VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 4
                   MOVE PHIST-GL-FOUND-FLAG TO WS-PRIOR-GL-FOUND-FLAG
                   MOVE PHIST-GL-BALANCE TO WS-PRIOR-GL-BALANCE
           END-READ.

       LOAD-PRIOR-PRODUCT.
           MOVE PHIST-ACCOUNTS(WS-PRD) TO WS-PRI-ACCOUNTS(WS-PRD)
           MOVE PHIST-BALANCE(WS-PRD) TO WS-PRI-BALANCE(WS-PRD)
           MOVE PHIST-OD-COUNT(WS-PRD) TO WS-PRI-OD-COUNT(WS-PRD)
           MOVE PHIST-OD-AMOUNT(WS-PRD) TO WS-PRI-OD-AMOUNT(WS-PRD)
           MOVE PHIST-OPENED(WS-PRD) TO WS-PRI-OPENED(WS-PRD)
           MOVE PHIST-CLOSED(WS-PRD) TO WS-PRI-CLOSED(WS-PRD)
           MOVE PHIST-INTEREST(WS-PRD) TO WS-PRI-INTEREST(WS-PRD)
           MOVE PHIST-FEES(WS-PRD) TO WS-PRI-FEES(WS-PRD)
           ADD PHIST-ACCOUNTS(WS-PRD) TO WS-PRI-ACCOUNTS(5)
           ADD PHIST-BALANCE(WS-PRD) TO WS-PRI-BALANCE(5)
           ADD PHIST-OD-COUNT(WS-PRD) TO WS-PRI-OD-COUNT(5)
           ADD PHIST-OD-AMOUNT(WS-PRD) TO WS-PRI-OD-AMOUNT(5)
           ADD PHIST-OPENED(WS-PRD) TO WS-PRI-OPENED(5)
           ADD PHIST-CLOSED(WS-PRD) TO WS-PRI-CLOSED(5)
           ADD PHIST-INTEREST(WS-PRD) TO WS-PRI-INTEREST(5)
           ADD PHIST-FEES(WS-PRD) TO WS-PRI-FEES(5).

      *    A re-run for a month replaces that month's record.
       SAVE-MONTH-HISTORY.
           MOVE WS-REPORT-MONTH TO PHIST-MONTH
           READ PORTFOLIO-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HISTORY-REPLACED-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-REPLACED-FLAG
           END-READ
           MOVE WS-REPORT-MONTH TO PHIST-MONTH
           MOVE WS-BUSINESS-DATE TO PHIST-RUN-DATE
           PERFORM MOVE-PRODUCT-TO-HISTORY
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 4
           MOVE WS-GL-FOUND-FLAG TO PHIST-GL-FOUND-FLAG
           MOVE WS-GL-DEPOSITS TO PHIST-GL-BALANCE
           IF WS-HISTORY-REPLACED-FLAG = 'Y'
               REWRITE PORTFOLIO-HISTORY-RECORD
           ELSE
               WRITE PORTFOLIO-HISTORY-RECORD
           END-IF
           IF PORT-HIST-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-SAVED-FLAG
           ELSE
               DISPLAY "*** WARNING: portfolio history for "
                   WS-REPORT-MONTH " could not be saved - status "
                   PORT-HIST-STATUS " ***"
           END-IF.

       MOVE-PRODUCT-TO-HISTORY.
           MOVE WS-PRD-CODE(WS-PRD) TO PHIST-PRODUCT-CODE(WS-PRD)
           MOVE WS-PRD-ACCOUNTS(WS-PRD) TO PHIST-ACCOUNTS(WS-PRD)
           MOVE WS-PRD-BALANCE(WS-PRD) TO PHIST-BALANCE(WS-PRD)
           MOVE WS-PRD-OD-COUNT(WS-PRD) TO PHIST-OD-COUNT(WS-PRD)
           MOVE WS-PRD-OD-AMOUNT(WS-PRD) TO PHIST-OD-AMOUNT(WS-PRD)
           MOVE WS-PRD-OPENED(WS-PRD) TO PHIST-OPENED(WS-PRD)
           MOVE WS-PRD-CLOSED(WS-PRD) TO PHIST-CLOSED(WS-PRD)
           MOVE WS-PRD-INTEREST(WS-PRD) TO PHIST-INTEREST(WS-PRD)
           MOVE WS-PRD-FEES(WS-PRD) TO PHIST-FEES(WS-PRD).

       WRITE-PORTFOLIO-REPORT.
           WRITE PORT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           MOVE WS-REPORT-MONTH TO TTL-REPORT-MONTH
           MOVE WS-BUSINESS-DATE TO TTL-BUSINESS-DATE
           WRITE PORT-REPORT-RECORD FROM RPT-TITLE-LINE
           MOVE SPACES TO RPT-MESSAGE-LINE
           STRING "BALANCES ARE AT MONTH END: MASTER BALANCE LESS "
               "ACTIVITY DATED AFTER THE MONTH"
               DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           IF WS-CUST-FILE-OK-FLAG = 'Y'
               MOVE WS-CUSTOMERS-ON-FILE TO CST-ON-FILE
               MOVE WS-NEW-CUSTOMERS TO CST-NEW
               WRITE PORT-REPORT-RECORD FROM RPT-CUSTOMER-LINE
           END-IF
           PERFORM WRITE-REPORT-WARNINGS
           WRITE PORT-REPORT-RECORD FROM RPT-SEPARATOR-LINE
           PERFORM WRITE-PRODUCT-SECTION
           PERFORM WRITE-STATUS-SECTION
           PERFORM WRITE-INCOME-SECTION
           PERFORM WRITE-MOM-SECTION
           PERFORM WRITE-GL-SECTION
           PERFORM WRITE-TREND-SECTION
           WRITE PORT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "END OF REPORT" DELIMITED BY SIZE
               INTO RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SEPARATOR-LINE.

       WRITE-REPORT-WARNINGS.
           IF WS-LATE-CARRY-FORWARDS > 0
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "*** LOG ARCHIVED PAST THE REPORT MONTH - "
                   "ARCHIVED LATER ACTIVITY NOT BACKED OUT ***"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-HIST-FILE-OK-FLAG NOT = 'Y'
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "*** TRANSACTION HISTORY NOT AVAILABLE - "
                   "ARCHIVED MONTH ACTIVITY NOT INCLUDED ***"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-AUDIT-LOG-OK-FLAG NOT = 'Y'
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "*** AUDIT LOG NOT AVAILABLE - ACCOUNTS "
                   "OPENED SHOWN AS ZERO ***"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF
           IF WS-CLOSE-LOG-OK-FLAG NOT = 'Y'
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "*** CLOSURE LOG NOT AVAILABLE - ACCOUNTS "
                   "CLOSED SHOWN AS ZERO ***"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

      *    The OTHER product row is only shown when some
      *    account, opening or closure carried an unknown code.
       CHECK-PRODUCT-SHOWN.
           MOVE 'Y' TO WS-SHOW-PRODUCT-FLAG
           IF WS-PRD = 4 AND WS-PRD-ON-FILE(4) = 0
                   AND WS-PRD-OPENED(4) = 0
                   AND WS-PRD-CLOSED(4) = 0
                   AND WS-PRI-ACCOUNTS(4) = 0
                   AND WS-PRI-BALANCE(4) = 0
               MOVE 'N' TO WS-SHOW-PRODUCT-FLAG
           END-IF.

       COMPUTE-PRODUCT-AVERAGE.
           IF WS-PRD-ACCOUNTS(WS-PRD) > 0
               COMPUTE WS-AVERAGE-BALANCE ROUNDED =
                   WS-PRD-BALANCE(WS-PRD) / WS-PRD-ACCOUNTS(WS-PRD)
           ELSE
               MOVE 0 TO WS-AVERAGE-BALANCE
           END-IF.

       WRITE-PRODUCT-SECTION.
           WRITE PORT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "BALANCES AND ACCOUNTS BY PRODUCT - ACCOUNTS "
               "EXCLUDE CLOSED" DELIMITED BY SIZE
               INTO RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-PRODUCT-HEADING
           PERFORM WRITE-PRODUCT-ROW
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 5.

       WRITE-PRODUCT-ROW.
           PERFORM CHECK-PRODUCT-SHOWN
           IF WS-SHOW-PRODUCT-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-PRODUCT-AVERAGE
           MOVE WS-PRD-LABEL(WS-PRD) TO PDL-LABEL
           MOVE WS-PRD-ACCOUNTS(WS-PRD) TO PDL-ACCOUNTS
           MOVE WS-PRD-BALANCE(WS-PRD) TO PDL-BALANCE
           MOVE WS-AVERAGE-BALANCE TO PDL-AVERAGE
           MOVE WS-PRD-OPENED(WS-PRD) TO PDL-OPENED
           MOVE WS-PRD-CLOSED(WS-PRD) TO PDL-CLOSED
           WRITE PORT-REPORT-RECORD FROM RPT-PRODUCT-LINE.

       WRITE-STATUS-SECTION.
           WRITE PORT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "ACCOUNTS AND BALANCES BY STATUS"
               DELIMITED BY SIZE INTO RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-STATUS-HEADING
           PERFORM WRITE-STATUS-ROW
               VARYING WS-STS FROM 1 BY 1 UNTIL WS-STS > 6
           MOVE SPACES TO RPT-STATUS-LINE
           MOVE "TOTAL" TO STL-LABEL
           PERFORM MOVE-ON-FILE-COUNT
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 5
           MOVE WS-PRD-BALANCE(5) TO STL-BALANCE
           WRITE PORT-REPORT-RECORD FROM RPT-STATUS-LINE.

       WRITE-STATUS-ROW.
           IF WS-STS = 6 AND WS-PRD-STS-COUNT(5 6) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RPT-STATUS-LINE
           MOVE WS-STS-LABEL(WS-STS) TO STL-LABEL
           PERFORM MOVE-STATUS-COUNT
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 5
           MOVE WS-STS-BALANCE(WS-STS) TO STL-BALANCE
           WRITE PORT-REPORT-RECORD FROM RPT-STATUS-LINE.

       MOVE-STATUS-COUNT.
           MOVE WS-PRD-STS-COUNT(WS-PRD WS-STS)
               TO STL-COUNT(WS-PRD).

       MOVE-ON-FILE-COUNT.
           MOVE WS-PRD-ON-FILE(WS-PRD) TO STL-COUNT(WS-PRD).

       WRITE-INCOME-SECTION.
           WRITE PORT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "INTEREST, FEES AND OVERDRAWN EXPOSURE BY PRODUCT"
               DELIMITED BY SIZE INTO RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-INCOME-HEADING
           PERFORM WRITE-INCOME-ROW
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 5.

       WRITE-INCOME-ROW.
           PERFORM CHECK-PRODUCT-SHOWN
           IF WS-SHOW-PRODUCT-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PRD-LABEL(WS-PRD) TO INL-LABEL
           MOVE WS-PRD-INTEREST(WS-PRD) TO INL-INTEREST
           MOVE WS-PRD-FEES(WS-PRD) TO INL-FEES
           MOVE WS-PRD-OD-COUNT(WS-PRD) TO INL-OD-COUNT
           MOVE WS-PRD-OD-AMOUNT(WS-PRD) TO INL-OD-AMOUNT
           WRITE PORT-REPORT-RECORD FROM RPT-INCOME-LINE.

       WRITE-MOM-SECTION.
           WRITE PORT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "CHANGE FROM PRIOR MONTH " WS-PRIOR-MONTH
               DELIMITED BY SIZE INTO RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SECTION-LINE
           IF WS-PRIOR-FOUND-FLAG NOT = 'Y'
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "NO FIGURES ON THE HISTORY FILE FOR "
                   WS-PRIOR-MONTH
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           WRITE PORT-REPORT-RECORD FROM RPT-MOM-HEADING
           PERFORM WRITE-MOM-PRODUCT-ROWS
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 5
           MOVE "OVERDRAWN ACCOUNTS" TO WS-MOM-CAPTION
           MOVE WS-PRD-OD-COUNT(5) TO WS-MOM-THIS
           MOVE WS-PRI-OD-COUNT(5) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-COUNT-LINE
           MOVE "OVERDRAWN EXPOSURE" TO WS-MOM-CAPTION
           MOVE WS-PRD-OD-AMOUNT(5) TO WS-MOM-THIS
           MOVE WS-PRI-OD-AMOUNT(5) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-AMOUNT-LINE
           MOVE "INTEREST PAID" TO WS-MOM-CAPTION
           MOVE WS-PRD-INTEREST(5) TO WS-MOM-THIS
           MOVE WS-PRI-INTEREST(5) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-AMOUNT-LINE
           MOVE "FEES EARNED" TO WS-MOM-CAPTION
           MOVE WS-PRD-FEES(5) TO WS-MOM-THIS
           MOVE WS-PRI-FEES(5) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-AMOUNT-LINE
           MOVE "ACCOUNTS OPENED" TO WS-MOM-CAPTION
           MOVE WS-PRD-OPENED(5) TO WS-MOM-THIS
           MOVE WS-PRI-OPENED(5) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-COUNT-LINE
           MOVE "ACCOUNTS CLOSED" TO WS-MOM-CAPTION
           MOVE WS-PRD-CLOSED(5) TO WS-MOM-THIS
           MOVE WS-PRI-CLOSED(5) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-COUNT-LINE.

       WRITE-MOM-PRODUCT-ROWS.
           PERFORM CHECK-PRODUCT-SHOWN
           IF WS-SHOW-PRODUCT-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MOM-CAPTION
           STRING WS-PRD-LABEL(WS-PRD) DELIMITED BY SPACE
               " ACCOUNTS" DELIMITED BY SIZE INTO WS-MOM-CAPTION
           MOVE WS-PRD-ACCOUNTS(WS-PRD) TO WS-MOM-THIS
           MOVE WS-PRI-ACCOUNTS(WS-PRD) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-COUNT-LINE
           MOVE SPACES TO WS-MOM-CAPTION
           STRING WS-PRD-LABEL(WS-PRD) DELIMITED BY SPACE
               " BALANCE" DELIMITED BY SIZE INTO WS-MOM-CAPTION
           MOVE WS-PRD-BALANCE(WS-PRD) TO WS-MOM-THIS
           MOVE WS-PRI-BALANCE(WS-PRD) TO WS-MOM-PRIOR
           PERFORM WRITE-MOM-AMOUNT-LINE
           MOVE SPACES TO WS-MOM-CAPTION
           STRING WS-PRD-LABEL(WS-PRD) DELIMITED BY SPACE
               " AVG BALANCE" DELIMITED BY SIZE INTO WS-MOM-CAPTION
           PERFORM COMPUTE-PRODUCT-AVERAGE
           MOVE WS-AVERAGE-BALANCE TO WS-MOM-THIS
           IF WS-PRI-ACCOUNTS(WS-PRD) > 0
               COMPUTE WS-MOM-PRIOR ROUNDED =
                   WS-PRI-BALANCE(WS-PRD) / WS-PRI-ACCOUNTS(WS-PRD)
           ELSE
               MOVE 0 TO WS-MOM-PRIOR
           END-IF
           PERFORM WRITE-MOM-AMOUNT-LINE.

       WRITE-MOM-AMOUNT-LINE.
           COMPUTE WS-MOM-CHANGE = WS-MOM-THIS - WS-MOM-PRIOR
           MOVE WS-MOM-CAPTION TO MOM-CAPTION
           MOVE WS-MOM-THIS TO WS-EDIT-MOM-AMOUNT
           MOVE WS-EDIT-MOM-AMOUNT TO MOM-THIS
           MOVE WS-MOM-PRIOR TO WS-EDIT-MOM-AMOUNT
           MOVE WS-EDIT-MOM-AMOUNT TO MOM-PRIOR
           MOVE WS-MOM-CHANGE TO WS-EDIT-MOM-AMOUNT
           MOVE WS-EDIT-MOM-AMOUNT TO MOM-CHANGE
           WRITE PORT-REPORT-RECORD FROM RPT-MOM-LINE.

       WRITE-MOM-COUNT-LINE.
           COMPUTE WS-MOM-CHANGE = WS-MOM-THIS - WS-MOM-PRIOR
           MOVE WS-MOM-CAPTION TO MOM-CAPTION
           MOVE WS-MOM-THIS TO WS-EDIT-MOM-COUNT
           MOVE WS-EDIT-MOM-COUNT TO MOM-THIS
           MOVE WS-MOM-PRIOR TO WS-EDIT-MOM-COUNT
           MOVE WS-EDIT-MOM-COUNT TO MOM-PRIOR
           MOVE WS-MOM-CHANGE TO WS-EDIT-MOM-COUNT
           MOVE WS-EDIT-MOM-COUNT TO MOM-CHANGE
           WRITE PORT-REPORT-RECORD FROM RPT-MOM-LINE.

       WRITE-GL-SECTION.
           WRITE PORT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "PROOF TO GL 200100 CUSTOMER DEPOSITS"
               DELIMITED BY SIZE INTO RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SECTION-LINE
           MOVE "LEDGER TOTAL OF ACCOUNT BALANCES" TO TOT-CAPTION
           MOVE WS-PRD-BALANCE(5) TO TOT-AMOUNT
           WRITE PORT-REPORT-RECORD FROM RPT-TOTAL-LINE
           IF WS-GL-FOUND-FLAG NOT = 'Y'
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "*** GL 200100 NOT AVAILABLE - NO PROOF "
                   "THIS RUN ***"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "GL 200100 CUSTOMER DEPOSITS" TO TOT-CAPTION
           MOVE WS-GL-DEPOSITS TO TOT-AMOUNT
           WRITE PORT-REPORT-RECORD FROM RPT-TOTAL-LINE
           MOVE "VARIANCE (LEDGER LESS GL)" TO TOT-CAPTION
           MOVE WS-GL-VARIANCE TO TOT-AMOUNT
           WRITE PORT-REPORT-RECORD FROM RPT-TOTAL-LINE
           IF WS-PRIOR-FOUND-FLAG = 'Y'
                   AND WS-PRIOR-GL-FOUND-FLAG = 'Y'
               MOVE "PRIOR MONTH VARIANCE" TO TOT-CAPTION
               COMPUTE TOT-AMOUNT =
                   WS-PRI-BALANCE(5) - WS-PRIOR-GL-BALANCE
               WRITE PORT-REPORT-RECORD FROM RPT-TOTAL-LINE
           END-IF
           MOVE SPACES TO RPT-MESSAGE-LINE
           IF WS-GL-VARIANCE = 0
               STRING "LEDGER AGREES WITH GL 200100"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
           ELSE
               STRING "*** LEDGER DOES NOT AGREE WITH GL 200100 - "
                   "INVESTIGATE BEFORE SIGN-OFF ***"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
           END-IF
           WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE.

      *    The trend lists every month on the history file from
      *    eleven months before the report month up to it.
       WRITE-TREND-SECTION.
           WRITE PORT-REPORT-RECORD FROM RPT-BLANK-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "TWELVE MONTH TREND FROM " WS-TREND-START-MONTH
               DELIMITED BY SIZE INTO RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-SECTION-LINE
           WRITE PORT-REPORT-RECORD FROM RPT-TREND-HEADING
           MOVE 0 TO WS-TREND-MONTHS
           MOVE 'N' TO PHIST-EOF-FLAG
           MOVE WS-TREND-START-MONTH TO PHIST-MONTH
           START PORTFOLIO-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-MONTH
               INVALID KEY
                   MOVE 'Y' TO PHIST-EOF-FLAG
           END-START
           PERFORM WRITE-NEXT-TREND-MONTH UNTIL PHIST-EOF-FLAG = 'Y'
           IF WS-TREND-MONTHS = 0
               MOVE SPACES TO RPT-MESSAGE-LINE
               STRING "NO MONTHS ON THE HISTORY FILE"
                   DELIMITED BY SIZE INTO RPT-MESSAGE-LINE
               WRITE PORT-REPORT-RECORD FROM RPT-MESSAGE-LINE
           END-IF.

       WRITE-NEXT-TREND-MONTH.
           READ PORTFOLIO-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PHIST-EOF-FLAG
               NOT AT END
                   IF PHIST-MONTH > WS-REPORT-MONTH
                       MOVE 'Y' TO PHIST-EOF-FLAG
                   ELSE
                       PERFORM WRITE-TREND-ROW
                   END-IF
           END-READ.

       WRITE-TREND-ROW.
           MOVE 0 TO WS-TRD-ACCOUNTS
           MOVE 0 TO WS-TRD-BALANCE
           MOVE 0 TO WS-TRD-OD-AMOUNT
           PERFORM ADD-TREND-PRODUCT
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 4
           MOVE PHIST-MONTH TO TRD-MONTH
           MOVE WS-TRD-ACCOUNTS TO TRD-ACCOUNTS
           MOVE WS-TRD-BALANCE TO TRD-BALANCE
           MOVE WS-TRD-OD-AMOUNT TO TRD-OD-AMOUNT
           IF WS-TREND-MONTHS > 0
               COMPUTE WS-TRD-CHANGE =
                   WS-TRD-BALANCE - WS-TRD-PREV-BALANCE
               MOVE WS-TRD-CHANGE TO WS-EDIT-TREND-AMOUNT
               MOVE WS-EDIT-TREND-AMOUNT TO TRD-CHANGE
           ELSE
               MOVE SPACES TO TRD-CHANGE
           END-IF
           IF PHIST-GL-FOUND-FLAG = 'Y'
               COMPUTE WS-TRD-VARIANCE =
                   WS-TRD-BALANCE - PHIST-GL-BALANCE
               MOVE WS-TRD-VARIANCE TO WS-EDIT-TREND-AMOUNT
               MOVE WS-EDIT-TREND-AMOUNT TO TRD-VARIANCE
           ELSE
               MOVE "           N/A" TO TRD-VARIANCE
           END-IF
           WRITE PORT-REPORT-RECORD FROM RPT-TREND-LINE
           MOVE WS-TRD-BALANCE TO WS-TRD-PREV-BALANCE
           ADD 1 TO WS-TREND-MONTHS.

       ADD-TREND-PRODUCT.
           ADD PHIST-ACCOUNTS(WS-PRD) TO WS-TRD-ACCOUNTS
           ADD PHIST-BALANCE(WS-PRD) TO WS-TRD-BALANCE
           ADD PHIST-OD-AMOUNT(WS-PRD) TO WS-TRD-OD-AMOUNT.

      *    The extract carries one row per product and a total
      *    row, numbers unedited apart from sign and decimal
      *    point. Prior-month columns are empty when there is
      *    no prior month on file; the GL columns are filled on
      *    the total row only.
       WRITE-PORTFOLIO-EXTRACT.
           MOVE SPACES TO PORT-EXTRACT-RECORD
           STRING "MONTH,PRODUCT,ACCOUNTS,BALANCE,AVERAGE_BALANCE,"
               "ACTIVE,ON_HOLD,FROZEN,DORMANT,STATUS_CLOSED,"
               "STATUS_OTHER,OPENED_IN_MONTH,CLOSED_IN_MONTH,"
               "OVERDRAWN_ACCOUNTS,OVERDRAWN_EXPOSURE,"
               "INTEREST_PAID,FEES_EARNED,PRIOR_BALANCE,"
               "BALANCE_CHANGE,GL_200100_BALANCE,GL_VARIANCE"
               DELIMITED BY SIZE INTO PORT-EXTRACT-RECORD
           WRITE PORT-EXTRACT-RECORD
           PERFORM WRITE-EXTRACT-ROW
               VARYING WS-PRD FROM 1 BY 1 UNTIL WS-PRD > 5.

       WRITE-EXTRACT-ROW.
           PERFORM CHECK-PRODUCT-SHOWN
           IF WS-SHOW-PRODUCT-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PORT-EXTRACT-RECORD
           MOVE 1 TO WS-CSV-POINTER
           STRING WS-REPORT-MONTH DELIMITED BY SIZE
               INTO PORT-EXTRACT-RECORD WITH POINTER WS-CSV-POINTER
           MOVE WS-CSV-LABEL(WS-PRD) TO WS-CSV-TEXT
           PERFORM APPEND-CSV-TEXT
           MOVE WS-PRD-ACCOUNTS(WS-PRD) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT
           MOVE WS-PRD-BALANCE(WS-PRD) TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           PERFORM COMPUTE-PRODUCT-AVERAGE
           MOVE WS-AVERAGE-BALANCE TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           PERFORM APPEND-STATUS-COUNT
               VARYING WS-STS FROM 1 BY 1 UNTIL WS-STS > 6
           MOVE WS-PRD-OPENED(WS-PRD) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT
           MOVE WS-PRD-CLOSED(WS-PRD) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT
           MOVE WS-PRD-OD-COUNT(WS-PRD) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT
           MOVE WS-PRD-OD-AMOUNT(WS-PRD) TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-PRD-INTEREST(WS-PRD) TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           MOVE WS-PRD-FEES(WS-PRD) TO WS-CSV-AMOUNT
           PERFORM APPEND-CSV-AMOUNT
           IF WS-PRIOR-FOUND-FLAG = 'Y'
               MOVE WS-PRI-BALANCE(WS-PRD) TO WS-CSV-AMOUNT
               PERFORM APPEND-CSV-AMOUNT
               COMPUTE WS-CSV-AMOUNT =
                   WS-PRD-BALANCE(WS-PRD) - WS-PRI-BALANCE(WS-PRD)
               PERFORM APPEND-CSV-AMOUNT
           ELSE
               PERFORM APPEND-CSV-EMPTY
               PERFORM APPEND-CSV-EMPTY
           END-IF
           IF WS-PRD = 5 AND WS-GL-FOUND-FLAG = 'Y'
               MOVE WS-GL-DEPOSITS TO WS-CSV-AMOUNT
               PERFORM APPEND-CSV-AMOUNT
               MOVE WS-GL-VARIANCE TO WS-CSV-AMOUNT
               PERFORM APPEND-CSV-AMOUNT
           ELSE
               PERFORM APPEND-CSV-EMPTY
               PERFORM APPEND-CSV-EMPTY
           END-IF
           WRITE PORT-EXTRACT-RECORD.

       APPEND-STATUS-COUNT.
           MOVE WS-PRD-STS-COUNT(WS-PRD WS-STS) TO WS-CSV-COUNT
           PERFORM APPEND-CSV-COUNT.

       APPEND-CSV-TEXT.
           STRING "," DELIMITED BY SIZE
               WS-CSV-TEXT DELIMITED BY SPACE
               INTO PORT-EXTRACT-RECORD WITH POINTER WS-CSV-POINTER.

       APPEND-CSV-EMPTY.
           STRING "," DELIMITED BY SIZE
               INTO PORT-EXTRACT-RECORD WITH POINTER WS-CSV-POINTER.

       APPEND-CSV-COUNT.
           MOVE WS-CSV-COUNT TO WS-CSV-COUNT-EDIT
           MOVE 0 TO WS-CSV-LEAD
           INSPECT WS-CSV-COUNT-EDIT
               TALLYING WS-CSV-LEAD FOR LEADING SPACES
           ADD 1 TO WS-CSV-LEAD
           STRING "," DELIMITED BY SIZE
               WS-CSV-COUNT-EDIT(WS-CSV-LEAD:) DELIMITED BY SIZE
               INTO PORT-EXTRACT-RECORD WITH POINTER WS-CSV-POINTER.

       APPEND-CSV-AMOUNT.
           MOVE WS-CSV-AMOUNT TO WS-CSV-AMOUNT-EDIT
           MOVE 0 TO WS-CSV-LEAD
           INSPECT WS-CSV-AMOUNT-EDIT
               TALLYING WS-CSV-LEAD FOR LEADING SPACES
           ADD 1 TO WS-CSV-LEAD
           STRING "," DELIMITED BY SIZE
               WS-CSV-AMOUNT-EDIT(WS-CSV-LEAD:) DELIMITED BY SIZE
               INTO PORT-EXTRACT-RECORD WITH POINTER WS-CSV-POINTER.

       PRINT-PORTFOLIO-SUMMARY.
           DISPLAY "===================================="
           DISPLAY "Deposit Portfolio Report Summary"
           DISPLAY "===================================="
           DISPLAY "Report Month:        " WS-REPORT-MONTH
           DISPLAY "Accounts Read:       " WS-ACCOUNTS-READ
           DISPLAY "Log Entries Read:    " WS-TRANS-READ
           DISPLAY "Month Entries:       " WS-MONTH-ENTRIES
           DISPLAY "Archived Entries:    " WS-ARCHIVE-ENTRIES
           DISPLAY "Later Entries:       " WS-LATER-ENTRIES
           DISPLAY "Accounts Opened:     " WS-PRD-OPENED(5)
           DISPLAY "Accounts Closed:     " WS-PRD-CLOSED(5)
           MOVE WS-PRD-BALANCE(5) TO WS-EDIT-SUMMARY-AMOUNT
           DISPLAY "Ledger Total:        " WS-EDIT-SUMMARY-AMOUNT
           IF WS-GL-FOUND-FLAG = 'Y'
               MOVE WS-GL-VARIANCE TO WS-EDIT-SUMMARY-AMOUNT
               DISPLAY "GL 200100 Variance:  " WS-EDIT-SUMMARY-AMOUNT
           ELSE
               DISPLAY "GL 200100 Variance:  not available"
           END-IF
           IF WS-HISTORY-SAVED-FLAG = 'Y'
               IF WS-HISTORY-REPLACED-FLAG = 'Y'
                   DISPLAY "History Record:      replaced"
               ELSE
                   DISPLAY "History Record:      written"
               END-IF
           ELSE
               DISPLAY "History Record:      NOT SAVED"
           END-IF
           DISPLAY "====================================".
