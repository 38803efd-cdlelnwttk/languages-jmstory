      *****************************************************
      *  ACHREC.CPY
      *  Clearing house (ACH) record layout, 94 characters,
      *  shared by AchInbound for the inbound file and the
      *  return file it sends back. One file header, then
      *  for each batch a batch header, entry details each
      *  followed by any addenda, and a batch control; one
      *  file control; the last block padded out with
      *  records of all nines. A return entry carries the
      *  originator's routing in ACH-ED-RDFI-ID and a type
      *  99 return addenda naming the reason code and the
      *  original trace number.
      *****************************************************
       01 ACH-RECORD.
           05 ACH-RECORD-TYPE      PIC X(1).
               88 ACH-FILE-HEADER      VALUE '1'.
               88 ACH-BATCH-HEADER     VALUE '5'.
               88 ACH-ENTRY-DETAIL     VALUE '6'.
               88 ACH-ADDENDA          VALUE '7'.
               88 ACH-BATCH-CONTROL    VALUE '8'.
               88 ACH-FILE-CONTROL     VALUE '9'.
           05 ACH-RECORD-DATA      PIC X(93).
           05 ACH-FILE-HEADER-DATA REDEFINES ACH-RECORD-DATA.
               10 ACH-FH-PRIORITY      PIC 9(2).
               10 ACH-FH-DESTINATION   PIC X(10).
               10 ACH-FH-ORIGIN        PIC X(10).
               10 ACH-FH-CREATE-DATE   PIC 9(6).
               10 ACH-FH-CREATE-TIME   PIC 9(4).
               10 ACH-FH-FILE-ID-MOD   PIC X(1).
               10 ACH-FH-RECORD-SIZE   PIC 9(3).
               10 ACH-FH-BLOCKING      PIC 9(2).
               10 ACH-FH-FORMAT-CODE   PIC X(1).
               10 ACH-FH-DEST-NAME     PIC X(23).
               10 ACH-FH-ORIGIN-NAME   PIC X(23).
               10 ACH-FH-REFERENCE     PIC X(8).
           05 ACH-BATCH-HEADER-DATA REDEFINES ACH-RECORD-DATA.
               10 ACH-BH-SERVICE-CLASS PIC 9(3).
               10 ACH-BH-COMPANY-NAME  PIC X(16).
               10 ACH-BH-DISCRETIONARY PIC X(20).
               10 ACH-BH-COMPANY-ID    PIC X(10).
               10 ACH-BH-SEC-CODE      PIC X(3).
               10 ACH-BH-ENTRY-DESC    PIC X(10).
               10 ACH-BH-DESC-DATE     PIC X(6).
               10 ACH-BH-EFFECTIVE-DATE
                                       PIC X(6).
               10 ACH-BH-SETTLE-DATE   PIC X(3).
               10 ACH-BH-ORIG-STATUS   PIC X(1).
               10 ACH-BH-ODFI-ID       PIC X(8).
               10 ACH-BH-BATCH-NUMBER  PIC 9(7).
           05 ACH-ENTRY-DATA REDEFINES ACH-RECORD-DATA.
               10 ACH-ED-TRAN-CODE     PIC 9(2).
               10 ACH-ED-RDFI-ID       PIC X(8).
               10 ACH-ED-RDFI-NUM REDEFINES ACH-ED-RDFI-ID
                                       PIC 9(8).
               10 ACH-ED-CHECK-DIGIT   PIC X(1).
               10 ACH-ED-DFI-ACCOUNT   PIC X(17).
               10 ACH-ED-AMOUNT        PIC 9(8)V99.
               10 ACH-ED-INDIVIDUAL-ID PIC X(15).
               10 ACH-ED-INDIVIDUAL-NAME
                                       PIC X(22).
               10 ACH-ED-DISCRETIONARY PIC X(2).
               10 ACH-ED-ADDENDA-IND   PIC X(1).
               10 ACH-ED-TRACE-NUMBER  PIC X(15).
           05 ACH-RETURN-ADDENDA-DATA REDEFINES ACH-RECORD-DATA.
               10 ACH-RA-TYPE-CODE     PIC X(2).
                   88 ACH-RA-RETURN        VALUE '99'.
               10 ACH-RA-RETURN-CODE   PIC X(3).
               10 ACH-RA-ORIG-TRACE    PIC X(15).
               10 ACH-RA-DATE-OF-DEATH PIC X(6).
               10 ACH-RA-ORIG-RDFI     PIC X(8).
               10 ACH-RA-INFORMATION   PIC X(44).
               10 ACH-RA-TRACE-NUMBER  PIC X(15).
           05 ACH-BATCH-CONTROL-DATA REDEFINES ACH-RECORD-DATA.
               10 ACH-BC-SERVICE-CLASS PIC 9(3).
               10 ACH-BC-ENTRY-COUNT   PIC 9(6).
               10 ACH-BC-ENTRY-HASH    PIC 9(10).
               10 ACH-BC-DEBIT-TOTAL   PIC 9(10)V99.
               10 ACH-BC-CREDIT-TOTAL  PIC 9(10)V99.
               10 ACH-BC-COMPANY-ID    PIC X(10).
               10 ACH-BC-AUTH-CODE     PIC X(19).
               10 FILLER               PIC X(6).
               10 ACH-BC-ODFI-ID       PIC X(8).
               10 ACH-BC-BATCH-NUMBER  PIC 9(7).
           05 ACH-FILE-CONTROL-DATA REDEFINES ACH-RECORD-DATA.
               10 ACH-FC-BATCH-COUNT   PIC 9(6).
               10 ACH-FC-BLOCK-COUNT   PIC 9(6).
               10 ACH-FC-ENTRY-COUNT   PIC 9(8).
               10 ACH-FC-ENTRY-HASH    PIC 9(10).
               10 ACH-FC-DEBIT-TOTAL   PIC 9(10)V99.
               10 ACH-FC-CREDIT-TOTAL  PIC 9(10)V99.
               10 FILLER               PIC X(39).
