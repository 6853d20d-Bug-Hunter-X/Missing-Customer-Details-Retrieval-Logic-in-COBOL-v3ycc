      * TR-TELLER, TR-TRAN-DATE, and TR-REFERENCE identify the
      * originating batch and teller entry so rejects and postings
      * can be traced back to the branch sheets.
      *
      * TR-SOURCE names the program that originated a record the
      * branches did not key - SOGEN for standing-order transfers,
      * ACHIN for clearing-house deposits and debits - and is
      * spaces on branch items.  TRNPOST carries it to TH-SOURCE,
      * and uses TR-REFERENCE (the order number) to stamp a posted
      * standing order's last-executed date.  On an ACHIN item
      * TR-REFERENCE is the low six digits of the trace number.
      *
      * A reversal ('V') backs out an item already posted: it names
      * the original item's TRANSACTION-HISTORY key in
      * TR-ORIGINAL-KEY, and TR-ACCOUNT-TYPE and TR-AMOUNT must
      * match that item.  TRNPOST posts the exact opposite (both
      * legs, when the original was either side of a transfer) and
      * links the pair on the history.  TR-ORIGINAL-KEY is zeros
      * or spaces on every other item.
      *
      * TR-CASH-IND is 'Y' when the teller took in or paid out
      * currency on a deposit or withdrawal; anything else means
      * the item was not cash.  TRNPOST carries it to TH-CASH-IND
      * for the currency-transaction scan.  New fields are added
      * only at the end of the record, so images already held on
      * SUSPENSE stay readable.
      ******************************************************************
       01  TRANSACTION-RECORD.
           05  TR-CUSTOMER-ID          PIC 9(5).
               88  TR-DEPOSIT                       VALUE 'D'.
               88  TR-WITHDRAWAL                    VALUE 'W'.
               88  TR-TRANSFER                      VALUE 'T'.
               88  TR-REVERSAL                      VALUE 'V'.
           05  TR-AMOUNT               PIC 9(7)V99.
           05  TR-TO-ACCOUNT-TYPE      PIC X(2).
           05  TR-BRANCH               PIC 9(3).
           05  TR-TELLER               PIC 9(4).
           05  TR-TRAN-DATE            PIC 9(8).
           05  TR-REFERENCE            PIC 9(6).
           05  TR-SOURCE               PIC X(8).
           05  TR-ORIGINAL-KEY.
               10  TR-ORIG-CUSTOMER-ID PIC 9(5).
               10  TR-ORIG-POST-DATE   PIC 9(8).
               10  TR-ORIG-SEQUENCE    PIC 9(7).
           05  TR-CASH-IND             PIC X(1).
               88  TR-CASH                          VALUE 'Y'.
