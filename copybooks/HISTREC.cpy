      * Keyed on customer ID + posting date + sequence number; each
      * writer seeds its sequence from its start time (HHMMSS0),
      * counts up from there, and bumps past any duplicate key on
      * write, so TRNPOST, ADJPOST, OVDSWEEP, INTPOST, FEEPOST, and
      * CLOSEOUT can all add history for the same customer and date
      * and the key order still follows the order the runs posted
      * in.
      * TH-AMOUNT is the signed effect on the account balance
      * (credits positive, debits negative) and TH-BALANCE-AFTER is
      * the CM-ACCOUNT-BALANCE the posting left behind.  TH-SOURCE
      * names the run that posted the item - or, for an item TRNPOST
      * posted on another program's behalf, the TR-SOURCE that
      * program stamped (SOGEN for standing orders, ACHIN for
      * clearing-house items); TH-BRANCH and TH-REFERENCE trace a
      * branch transaction back to its batch, and are zero for
      * items the house runs originate (ADJPOST puts the
      * adjustment's sequence number in TH-REFERENCE).
      * A reversal is posted as its own item (TH-REVERSAL, 'V') and
      * never overwrites the original: the original is flagged
      * reversed and TH-LINK-POST-DATE/TH-LINK-SEQUENCE point each
      * item of the pair at the other (same customer).  The two
      * legs of a transfer, or of a transfer's reversal, carry each
      * other's sequence in TH-CONTRA-SEQUENCE.  The link fields are
      * zero on items that are neither.
      * TH-CASH-IND is 'Y' on a deposit or withdrawal the teller
      * took in or paid out in currency and 'N' on everything
      * else; CTRSCAN totals it for currency-transaction reporting.
      * Read newest-first by the HISTINQ account-activity inquiry.
      ******************************************************************
       01  TRANSACTION-HISTORY-RECORD.
               88  TH-TRANSFER-IN                   VALUE 'R'.
               88  TH-OD-FEE                        VALUE 'F'.
               88  TH-INTEREST                      VALUE 'I'.
               88  TH-REVERSAL                      VALUE 'V'.
               88  TH-ADJUSTMENT                    VALUE 'A'.
               88  TH-MAINT-FEE                     VALUE 'M'.
               88  TH-CLOSE-OUT                     VALUE 'Z'.
           05  TH-AMOUNT               PIC S9(7)V99.
           05  TH-BALANCE-AFTER        PIC S9(7)V99.
           05  TH-SOURCE               PIC X(8).
           05  TH-BRANCH               PIC 9(3).
           05  TH-REFERENCE            PIC 9(6).
           05  TH-REVERSAL-FLAG        PIC X(1).
               88  TH-REVERSED                      VALUE 'R'.
           05  TH-LINK-POST-DATE       PIC 9(8).
           05  TH-LINK-SEQUENCE        PIC 9(7).
           05  TH-CONTRA-SEQUENCE      PIC 9(7).
           05  TH-CASH-IND             PIC X(1).
               88  TH-CASH                          VALUE 'Y'.
