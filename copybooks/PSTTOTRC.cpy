      * PSTTOTRC.cpy
      * Record layout for the POSTED-TOTALS sequential file each
      * posting run appends its net effect on CUSTOMER-MASTER to -
      * TRNPOST (deposits less withdrawals, each net of its
      * reversals; transfers net to zero), ADJPOST (adjustment
      * credits less debits), OVDSWEEP (fees debited, negative),
      * INTPOST (interest credited, positive), FEEPOST
      * (maintenance fees debited, negative), and CLOSEOUT
      * (interest to date less fees and proceeds paid out).
      * EODPROOF sums these against the prior night's control-total
      * snapshot to prove the night, then empties the file so each
      * night starts clean.
      ******************************************************************
       01  POSTED-TOTAL-RECORD.
           05  PT-SOURCE               PIC X(8).
