      * naming an unlisted type (and a posting that would overdraw a
      * product that does not permit overdrafts), and CUSTSTMT and
      * CUSTINQ print PM-DESCRIPTION instead of the raw type code.
      * PM-MONTHLY-FEE is the maintenance fee FEEPOST charges each
      * account of the type at month end (zero charges nothing);
      * the fee is waived when the account's balance is at or above
      * PM-WAIVER-BALANCE (zero means the fee is never waived).
      ******************************************************************
       01  PRODUCT-RECORD.
           05  PM-ACCOUNT-TYPE         PIC X(2).
           05  PM-OPEN-FOR-NEW         PIC X(1).
               88  PM-OPEN-NEW                      VALUE 'Y'.
               88  PM-CLOSED-NEW                    VALUE 'N'.
           05  PM-MONTHLY-FEE          PIC 9(3)V99.
           05  PM-WAIVER-BALANCE       PIC 9(7)V99.
