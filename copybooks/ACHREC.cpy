      ******************************************************************
      * ACHREC.cpy
      * Record layout for the inbound ACHIN clearing-house file -
      * payroll direct deposits and electronic debits received from
      * the automated clearing house, read by ACHIN.  The file is a
      * file header ('1'), one or more batches, and a file control
      * ('9').  Each batch is a batch header ('5') naming the
      * originating company, its entry detail records ('6'), and a
      * batch control ('8') carrying the entry count and the debit
      * and credit totals of the batch; the file control carries
      * the batch count, entry count, and debit and credit totals of
      * the whole file.
      *
      * An entry names the receiving account by customer ID and
      * account type as carried on CUSTOMER-MASTER.  Transaction
      * codes 22 and 32 credit the account (checking and savings
      * deposits); 27 and 37 debit it.  AH-TRACE-NUMBER is the
      * clearing-house trace number that identifies the entry on a
      * return.
      ******************************************************************
       01  ACH-RECORD.
           05  AH-RECORD-TYPE          PIC X(1).
               88  AH-FILE-HEADER                   VALUE '1'.
               88  AH-BATCH-HEADER                  VALUE '5'.
               88  AH-ENTRY-DETAIL                  VALUE '6'.
               88  AH-BATCH-CONTROL                 VALUE '8'.
               88  AH-FILE-CONTROL                  VALUE '9'.
           05  AH-REST                 PIC X(79).
           05  AH-FILE-HEADER-FIELDS REDEFINES AH-REST.
               10  AH-ORIGIN-ID        PIC X(10).
               10  AH-FILE-DATE        PIC 9(8).
               10  AH-FILE-ID-MODIFIER PIC X(1).
               10  FILLER              PIC X(60).
           05  AH-BATCH-HEADER-FIELDS REDEFINES AH-REST.
               10  AH-BATCH-NUMBER     PIC 9(7).
               10  AH-COMPANY-NAME     PIC X(16).
               10  AH-COMPANY-ID       PIC X(10).
               10  AH-ENTRY-CLASS      PIC X(3).
               10  AH-ENTRY-DESC       PIC X(10).
               10  AH-EFFECTIVE-DATE   PIC 9(8).
               10  FILLER              PIC X(25).
           05  AH-ENTRY-FIELDS REDEFINES AH-REST.
               10  AH-TRANSACTION-CODE PIC 9(2).
                   88  AH-CREDIT-ENTRY              VALUE 22 32.
                   88  AH-DEBIT-ENTRY               VALUE 27 37.
               10  AH-CUSTOMER-ID      PIC 9(5).
               10  AH-ACCOUNT-TYPE     PIC X(2).
               10  AH-AMOUNT           PIC 9(7)V99.
               10  AH-INDIVIDUAL-NAME  PIC X(22).
               10  AH-TRACE-NUMBER     PIC 9(15).
               10  FILLER              PIC X(24).
           05  AH-BATCH-CONTROL-FIELDS REDEFINES AH-REST.
               10  AH-BC-BATCH-NUMBER  PIC 9(7).
               10  AH-BC-ENTRY-COUNT   PIC 9(6).
               10  AH-BC-TOTAL-DEBITS  PIC 9(10)V99.
               10  AH-BC-TOTAL-CREDITS PIC 9(10)V99.
               10  FILLER              PIC X(42).
           05  AH-FILE-CONTROL-FIELDS REDEFINES AH-REST.
               10  AH-FC-BATCH-COUNT   PIC 9(6).
               10  AH-FC-ENTRY-COUNT   PIC 9(8).
               10  AH-FC-TOTAL-DEBITS  PIC 9(10)V99.
               10  AH-FC-TOTAL-CREDITS PIC 9(10)V99.
               10  FILLER              PIC X(41).
