      ******************************************************************
      * CLSREQRC.cpy
      * Record layout for the ACCOUNT-CLOSE-REQUEST sequential input
      * file - one record per account the desk is closing on a
      * customer who stays with the bank.  CLOSEOUT closes the
      * named account out to an official check and takes it off
      * the customer's CM-ACCOUNTS table; a request it refuses is
      * listed on the close-out register with the reason and must
      * be sent again once the account is clear.  A customer
      * closing every account is flagged closed through CUSTMNT
      * instead, and CLOSEOUT closes the whole customer out.
      ******************************************************************
       01  ACCOUNT-CLOSE-REQUEST.
           05  AC-CUSTOMER-ID          PIC 9(5).
           05  AC-ACCOUNT-TYPE         PIC X(2).
           05  AC-REQUESTED-BY         PIC X(8).
