      * PROGRAM-ID. PRODLOAD
      * Product control feed loader - reads the product definition
      * file the product desk maintains (account type, description,
      * overdraft-allowed flag, open-for-new flag, monthly
      * maintenance fee, and fee-waiver minimum balance) and loads
      * it into the PRODUCT-MASTER indexed file keyed on the account
      * type.  A record with a blank type, a flag that is not Y/N,
      * or a fee or waiver balance that is not numeric is written to
      * the error report instead of the product file.  A fee or
      * waiver balance left blank loads as zero, so a feed line
      * without them loads a product that charges no fee.
      * An existing product is replaced, so a rerun of the full feed
      * is safe.
      ******************************************************************
           05  PF-DESCRIPTION          PIC X(20).
           05  PF-OVERDRAFT-ALLOWED    PIC X(1).
           05  PF-OPEN-FOR-NEW         PIC X(1).
           05  PF-MONTHLY-FEE          PIC 9(3)V99.
           05  PF-MONTHLY-FEE-X REDEFINES PF-MONTHLY-FEE
                                       PIC X(5).
           05  PF-WAIVER-BALANCE       PIC 9(7)V99.
           05  PF-WAIVER-BALANCE-X REDEFINES PF-WAIVER-BALANCE
                                       PIC X(9).

       FD  PRODUCT-MASTER.
           COPY PRODREC.
                   AND PF-OPEN-FOR-NEW NOT = 'N'
                   MOVE "OPEN-FOR-NEW FLAG NOT Y/N" TO ED-MESSAGE
                   PERFORM WRITE-ERROR-RECORD
               WHEN PF-MONTHLY-FEE-X NOT = SPACES
                   AND PF-MONTHLY-FEE NOT NUMERIC
                   MOVE "MONTHLY FEE NOT NUMERIC" TO ED-MESSAGE
                   PERFORM WRITE-ERROR-RECORD
               WHEN PF-WAIVER-BALANCE-X NOT = SPACES
                   AND PF-WAIVER-BALANCE NOT NUMERIC
                   MOVE "WAIVER BALANCE NOT NUMERIC" TO ED-MESSAGE
                   PERFORM WRITE-ERROR-RECORD
               WHEN OTHER
                   PERFORM LOAD-PRODUCT-RECORD
           END-EVALUATE.
           MOVE PF-DESCRIPTION TO PM-DESCRIPTION
           MOVE PF-OVERDRAFT-ALLOWED TO PM-OVERDRAFT-ALLOWED
           MOVE PF-OPEN-FOR-NEW TO PM-OPEN-FOR-NEW
           IF PF-MONTHLY-FEE-X = SPACES
               MOVE 0 TO PM-MONTHLY-FEE
           ELSE
               MOVE PF-MONTHLY-FEE TO PM-MONTHLY-FEE
           END-IF
           IF PF-WAIVER-BALANCE-X = SPACES
               MOVE 0 TO PM-WAIVER-BALANCE
           ELSE
               MOVE PF-WAIVER-BALANCE TO PM-WAIVER-BALANCE
           END-IF

           WRITE PRODUCT-RECORD
               INVALID KEY
