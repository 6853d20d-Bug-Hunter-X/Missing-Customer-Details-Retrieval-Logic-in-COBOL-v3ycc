      ******************************************************************
      * ACHRTNRC.cpy
      * Record layout for the outbound ACHRTN returns file ACHIN
      * writes - one record per inbound clearing-house entry that
      * cannot be posted, carrying the original entry's trace
      * number, batch, and company so the clearing house can route
      * the return to the originator, and the standard return
      * reason code:
      *   R01  insufficient funds (a debit that would overdraw a
      *        product without overdraft, or draw on held money)
      *   R02  account closed (customer closed)
      *   R03  no account (customer not on file, or the customer
      *        does not carry the account type)
      *   R04  invalid account number (account type not listed on
      *        PRODUCT-MASTER)
      *   R15  account holder deceased
      *   R16  account frozen
      ******************************************************************
       01  ACH-RETURN-RECORD.
           05  AR-TRACE-NUMBER         PIC 9(15).
           05  AR-BATCH-NUMBER         PIC 9(7).
           05  AR-COMPANY-ID           PIC X(10).
           05  AR-TRANSACTION-CODE     PIC 9(2).
           05  AR-CUSTOMER-ID          PIC 9(5).
           05  AR-ACCOUNT-TYPE         PIC X(2).
           05  AR-AMOUNT               PIC 9(7)V99.
           05  AR-INDIVIDUAL-NAME      PIC X(22).
           05  AR-EFFECTIVE-DATE       PIC 9(8).
           05  AR-RETURN-REASON        PIC X(3).
               88  AR-INSUFFICIENT-FUNDS            VALUE 'R01'.
               88  AR-ACCOUNT-CLOSED                VALUE 'R02'.
               88  AR-NO-ACCOUNT                    VALUE 'R03'.
               88  AR-INVALID-ACCOUNT               VALUE 'R04'.
               88  AR-HOLDER-DECEASED               VALUE 'R15'.
               88  AR-ACCOUNT-FROZEN                VALUE 'R16'.
           05  AR-RETURN-DATE          PIC 9(8).
