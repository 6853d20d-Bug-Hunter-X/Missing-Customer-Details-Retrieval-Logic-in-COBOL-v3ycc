      * PRODLOAD maintains: a type not on file is refused, and a
      * type closed for new accounts may only be kept by an account
      * that already carries it.
      *
      * Balances are not keyed here.  A new account opens at zero,
      * and a balance correction is keyed as a pending adjustment
      * through ADJMNT, approved by a second operator, and posted
      * by ADJPOST with history, GL entries, and posted totals.
      * For the same reason only a closed ('C') or deceased ('D')
      * customer whose balances are all zero may be deleted; money
      * still on the accounts is paid out through CLOSEOUT first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.

       01  WS-CUSTOMER-ID              PIC 9(5).
       01  WS-CUSTOMER-NAME            PIC X(30).
       01  WS-BALANCE-EDIT             PIC Z(6)9.99-.
       01  WS-ACCOUNT-COUNT            PIC 9(1).
       01  WS-ACCOUNT-TYPE             PIC X(2).
       01  WS-CURRENT-TYPE             PIC X(2).
       01  WS-ACCT-TYPE-OK-SW          PIC X(1).
           88  ACCOUNT-TYPE-OK                     VALUE 'Y'.
       01  WS-ACCT-IDX                 PIC 9(1).
       01  WS-BALANCES-SW              PIC X(1)    VALUE 'N'.
           88  CUSTOMER-HAS-BALANCES               VALUE 'Y'.
       01  WS-ADDR-CHOICE              PIC X(1).
       01  WS-STATUS-CHOICE            PIC X(1).
       01  WS-STATUS-CODE              PIC X(1).
               DISPLAY "Account " WS-ACCT-IDX
               MOVE SPACES TO WS-CURRENT-TYPE
               PERFORM ACCEPT-ACCOUNT-TYPE
               MOVE WS-ACCOUNT-TYPE TO CM-ACCOUNT-TYPE (WS-ACCT-IDX)
      *        Every account opens at zero; the opening money comes
      *        in as a posted deposit or an approved adjustment.
               MOVE 0 TO CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
               MOVE 'N' TO CM-OVERDRAFT-STATUS (WS-ACCT-IDX)
               MOVE 'N' TO CM-OVERDRAFT-FEE-ASSESSED (WS-ACCT-IDX)
           END-PERFORM

           PERFORM STAMP-LAST-ACTIVITY
               MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO WS-CURRENT-TYPE
               PERFORM ACCEPT-ACCOUNT-TYPE
               MOVE WS-ACCOUNT-TYPE TO CM-ACCOUNT-TYPE (WS-ACCT-IDX)
      *        The balance is not maintained here - a correction is
      *        keyed through ADJMNT for a second operator to approve.
               MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                   TO WS-BALANCE-EDIT
               DISPLAY "Balance " WS-BALANCE-EDIT
                   " - corrections are keyed through ADJMNT"

               PERFORM REWRITE-CUSTOMER-RECORD
           ELSE
               INVALID KEY
                   DISPLAY "Customer not found: " WS-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM CHECK-CUSTOMER-DELETABLE
           END-READ.

       CHECK-CUSTOMER-DELETABLE.
      *    A delete takes the record off the master with no history
      *    or GL entry, so money left on it would break the proof.
           MOVE 'N' TO WS-BALANCES-SW
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-BALANCE (WS-ACCT-IDX) NOT = 0
                   MOVE 'Y' TO WS-BALANCES-SW
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN CM-STATUS-CODE NOT = 'C' AND NOT = 'D'
                   DISPLAY "Customer is not closed or deceased - "
                       "status " CM-STATUS-CODE
               WHEN CUSTOMER-HAS-BALANCES
                   DISPLAY "Customer has balances - close out "
                       "through CLOSEOUT"
               WHEN OTHER
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
                   PERFORM DELETE-CUSTOMER-RECORD
           END-EVALUATE.

       DELETE-CUSTOMER-RECORD.
           DELETE CUSTOMER-MASTER RECORD
