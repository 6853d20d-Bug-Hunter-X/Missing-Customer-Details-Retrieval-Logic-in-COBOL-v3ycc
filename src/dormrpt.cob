      * ESCHPROC runs the due-diligence notice cycle and state
      * remittance from.  A record with no activity date on file
      * (zero or unreadable) is treated as never active and falls in
      * the 36+ band.  A closed customer whose balances have all
      * been paid out by CLOSEOUT is no longer listed.
      *
      * The dormancy threshold defaults to 12 months; a different
      * number of months may be supplied as the first token of the
       01  WS-BAND                         PIC 9(1).
       01  WS-CUSTOMER-TOTAL               PIC S9(9)V99.
       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-CLOSED-OUT-SW                PIC X(1)    VALUE 'N'.
           88  CLOSED-OUT                              VALUE 'Y'.

       01  WS-RECORD-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-DORMANT-COUNT                PIC 9(7)    VALUE 0.
               MOVE WS-MONTHS-WORK TO WS-MONTHS-INACTIVE
           END-IF

           PERFORM CHECK-CLOSED-OUT
           IF WS-MONTHS-INACTIVE >= WS-THRESHOLD-MONTHS
                   AND NOT CLOSED-OUT
               PERFORM REPORT-DORMANT-CUSTOMER
           END-IF.

       CHECK-CLOSED-OUT.
      *    A closed customer whose accounts CLOSEOUT has emptied is
      *    finished with; one still holding a balance is not.
           MOVE 'N' TO WS-CLOSED-OUT-SW
           IF CM-CLOSED
               MOVE 'Y' TO WS-CLOSED-OUT-SW
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
                   IF CM-ACCOUNT-BALANCE (WS-ACCT-IDX) NOT = 0
                       MOVE 'N' TO WS-CLOSED-OUT-SW
                   END-IF
               END-PERFORM
           END-IF.

       REPORT-DORMANT-CUSTOMER.
           ADD 1 TO WS-DORMANT-COUNT

