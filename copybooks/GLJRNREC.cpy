      * GLJRNREC.cpy
      * Fixed-format record for the GL journal-entry interface files
      * the nightly posting runs produce - TRNPOST (deposits,
      * withdrawals, transfers, and their reversals), ADJPOST
      * (approved balance adjustments), OVDSWEEP (overdraft fee
      * income), INTPOST (interest expense), FEEPOST (monthly
      * maintenance fees), and CLOSEOUT (closed accounts paid out).
      * The GL side books these entries directly instead of
      * rekeying print-file totals.
      * Each file carries balanced debit/credit entry records ('J')
      * followed by one trailer ('T') proving total debits equal
      * total credits; a file whose trailer does not prove must not
      *
      * GL accounts used by the posting runs:
      *   10100000  CASH
      *   18100000  ADJUSTMENT CLEARING
      *   20100000  CUSTOMER DEPOSITS
      *   20300000  OFFICIAL CHECKS OUTSTANDING
      *   20400000  ESTATE HOLD
      *   40100000  OVERDRAFT FEE INCOME
      *   40200000  SERVICE CHARGE INCOME
      *   50100000  INTEREST EXPENSE
      ******************************************************************
       01  GL-JOURNAL-RECORD.
