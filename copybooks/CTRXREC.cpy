      ******************************************************************
      * CTRXREC.cpy
      * Record layout for the CTR-EXTRACT sequential file CTRSCAN
      * writes each night for compliance to file Currency
      * Transaction Reports from - one record per customer whose
      * cash in or cash out for the business date, across every
      * branch and account, is over the reporting threshold.  The
      * name, address, and phone are taken from CUSTOMER-MASTER as
      * they stand on the night of the scan.
      ******************************************************************
       01  CTR-EXTRACT-RECORD.
           05  CX-BUSINESS-DATE        PIC 9(8).
           05  CX-CUSTOMER-ID          PIC 9(5).
           05  CX-CASH-IN-AMOUNT       PIC 9(9)V99.
           05  CX-CASH-IN-COUNT        PIC 9(5).
           05  CX-CASH-OUT-AMOUNT      PIC 9(9)V99.
           05  CX-CASH-OUT-COUNT       PIC 9(5).
           05  CX-CUSTOMER-NAME        PIC X(30).
           05  CX-ADDRESS-LINE-1       PIC X(30).
           05  CX-ADDRESS-LINE-2       PIC X(30).
           05  CX-CITY                 PIC X(20).
           05  CX-STATE                PIC X(2).
           05  CX-POSTAL-CODE          PIC X(10).
           05  CX-PHONE                PIC X(15).
