      ******************************************************************
      * PAYREC.cpy
      * Record layout for the CLOSE-OUT-PAYOUT sequential file
      * CLOSEOUT writes - one record per payout of the net proceeds
      * of closed accounts.  A closed customer, or a single account
      * closed on a customer who stays, is paid by official check
      * ('C') to the name and address on CUSTOMER-MASTER.  The
      * proceeds of a deceased customer are moved to the estate-hold
      * account ('E') to wait for the executor's claim; the address
      * is carried for the estate correspondence.
      * PO-ACCOUNT-TYPE names the account on a single-account close
      * and is spaces when the payout covers every account the
      * customer held.
      ******************************************************************
       01  PAYOUT-RECORD.
           05  PO-PAYOUT-TYPE          PIC X(1).
               88  PO-OFFICIAL-CHECK                VALUE 'C'.
               88  PO-ESTATE-HOLD                   VALUE 'E'.
           05  PO-CUSTOMER-ID          PIC 9(5).
           05  PO-ACCOUNT-TYPE         PIC X(2).
           05  PO-BUSINESS-DATE        PIC 9(8).
           05  PO-AMOUNT               PIC 9(9)V99.
           05  PO-PAYEE-NAME           PIC X(30).
           05  PO-ADDRESS-LINE-1       PIC X(30).
           05  PO-CITY                 PIC X(20).
           05  PO-STATE                PIC X(2).
           05  PO-POSTAL-CODE          PIC X(10).
