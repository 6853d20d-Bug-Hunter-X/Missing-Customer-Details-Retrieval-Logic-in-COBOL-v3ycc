      ******************************************************************
      * SSPTOTRC.cpy
      * One-record suspense-total file SUSPRPT writes alongside its
      * aged suspense report - the run date and the count and amount
      * of SUSPENSE items still unposted (open or corrected) as of
      * that run.  The file is rewritten by every SUSPRPT run;
      * EODPROOF prints it beneath the night's proof so the desk
      * sees how much rejected money is still waiting in suspense.
      * It is shown for information only - suspense items never
      * reached the master, so the figure takes no part in the
      * proof arithmetic.
      ******************************************************************
       01  SUSPENSE-TOTAL-RECORD.
           05  ST-RUN-DATE             PIC 9(8).
           05  ST-ITEM-COUNT           PIC 9(7).
           05  ST-AMOUNT               PIC 9(11)V99.
