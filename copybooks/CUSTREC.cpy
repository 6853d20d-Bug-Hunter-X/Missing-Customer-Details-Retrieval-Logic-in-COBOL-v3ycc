      * through CUSTMNT; TRNPOST rejects transactions and OVDSWEEP
      * assesses no fees against any customer who is not active,
      * and the inquiry screens show the status before a balance
      * is quoted.  CLOSEOUT settles and pays out the accounts of a
      * closed or deceased customer.  Each account stands in the
      * one customer's name here; its joint owners and other
      * parties are linked to it on the RELATE file.
      * CM-LAST-ACTIVITY-DATE (CCYYMMDD) is stamped by CUSTMNT
      * whenever it writes or rewrites the record and by the TRNPOST
      * posting run; DORMRPT reads it to find dormant accounts.
      ******************************************************************
       01  CUSTOMER-RECORD.
           05  CM-CUSTOMER-ID          PIC 9(5).
