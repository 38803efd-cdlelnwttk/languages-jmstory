      *****************************************************
      *  PORTHIST.CPY
      *  Deposit portfolio history record. PortfolioReport
      *  keeps one record per report month, keyed by the
      *  month (YYYY-MM), holding the month-end figures for
      *  each product - CK, SV, CD, then any other code - so
      *  the next month's run can show the change from the
      *  prior month and the trend. A re-run for the same
      *  month replaces the record. The GL balance is the
      *  200100 customer deposits balance as a positive
      *  liability; the found flag is 'N' when the GL master
      *  had no 200100 record at the time of the run.
      *****************************************************
       01 PORTFOLIO-HISTORY-RECORD.
           05 PHIST-MONTH          PIC X(7).
           05 PHIST-RUN-DATE       PIC X(10).
           05 PHIST-PRODUCT-ENTRY  OCCURS 4 TIMES.
               10 PHIST-PRODUCT-CODE
                                   PIC X(2).
               10 PHIST-ACCOUNTS   PIC 9(6).
               10 PHIST-BALANCE    PIC S9(10)V99
                                    SIGN IS LEADING SEPARATE.
               10 PHIST-OD-COUNT   PIC 9(6).
               10 PHIST-OD-AMOUNT  PIC 9(10)V99.
               10 PHIST-OPENED     PIC 9(6).
               10 PHIST-CLOSED     PIC 9(6).
               10 PHIST-INTEREST   PIC 9(10)V99.
               10 PHIST-FEES       PIC S9(10)V99
                                    SIGN IS LEADING SEPARATE.
           05 PHIST-GL-FOUND-FLAG  PIC X(1).
           05 PHIST-GL-BALANCE     PIC S9(12)V99
                                    SIGN IS LEADING SEPARATE.
