      ******************************************************************
      * PROGRAM-ID. CUSTINQ
      * Customer inquiry - looks up a customer on CUSTOMER-MASTER by
      * CM-CUSTOMER-ID and displays the name and balance.  Each
      * account shows its ledger balance and, next to it, the
      * available balance - ledger less the active holds and liens
      * on the HOLDS file - with the amount held where there is one.
      * The other parties to the customer's accounts on the RELATE
      * file (joint owners, authorized signers, trustees,
      * beneficiaries) follow the accounts, then the accounts of
      * other customers the customer is party to, with their
      * balances; the name-search pick list shows the same links
      * under each matching name, so a joint owner found by name
      * leads to the shared accounts.
      *
      * Run modes, selected by space-separated tokens in the
      * PARM/command line passed to the job step:
               RECORD KEY IS PM-ACCOUNT-TYPE
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT RELATIONSHIP-FILE ASSIGN TO "RELATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               ALTERNATE RECORD KEY IS RP-RELATED-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  PRODUCT-MASTER.
           COPY PRODREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  RELATIONSHIP-FILE.
           COPY RELREC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS           PIC X(2).
       01  WS-CUSTMAS-OPEN-SW          PIC X(1)    VALUE 'N'.
       01  WS-PRODMAST-STATUS          PIC X(2).
       01  WS-PRODMAST-OPEN-SW         PIC X(1)    VALUE 'N'.
           88  PRODMAST-AVAILABLE                  VALUE 'Y'.
       01  WS-HOLDS-STATUS             PIC X(2).
       01  WS-HOLDS-OPEN-SW            PIC X(1)    VALUE 'N'.
           88  HOLDS-AVAILABLE                     VALUE 'Y'.
       01  WS-HOLDS-EOF-SW             PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                           VALUE 'Y'.
       01  WS-RELATE-STATUS            PIC X(2).
       01  WS-RELATE-OPEN-SW           PIC X(1)    VALUE 'N'.
           88  RELATE-AVAILABLE                    VALUE 'Y'.
       01  WS-RELATE-EOF-SW            PIC X(1)    VALUE 'N'.
           88  RELATE-EOF                          VALUE 'Y'.
       01  WS-REL-CUSTOMER-ID          PIC 9(5)    VALUE 0.
       01  WS-REL-COUNT                PIC 9(3)    VALUE 0.
       01  WS-REL-HEADING-SW           PIC X(1)    VALUE 'N'.
           88  REL-HEADING-WANTED                  VALUE 'Y'.
       01  WS-ROLE-DESC                PIC X(16).
       01  WS-PARTY-NAME               PIC X(30).
       01  WS-SHARED-BALANCE           PIC S9(9)V99 VALUE 0.
       01  WS-SHARED-FOUND-SW          PIC X(1)    VALUE 'N'.
           88  SHARED-ACCOUNT-FOUND                VALUE 'Y'.
       01  WS-HOLD-TOTAL               PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE-BALANCE        PIC S9(9)V99 VALUE 0.
       01  WS-TODAY                    PIC 9(8)    VALUE 0.
       01  WS-HOLD-TIMESTAMP           PIC X(21).
       01  WS-PRODUCT-DESC             PIC X(20).
       01  WS-RISK-GRADE               PIC X(2)    VALUE SPACES.
       01  WS-CUSTREQ-EOF-SW           PIC X(1)    VALUE 'N'.
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-CREDIT-SCORE-FILE
           PERFORM OPEN-PRODUCT-MASTER
           PERFORM OPEN-HOLD-FILE
           PERFORM OPEN-RELATIONSHIP-FILE

           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           END-IF
           PERFORM WRITE-AUDIT-RECORD

           PERFORM CLOSE-RELATIONSHIP-FILE
           PERFORM CLOSE-HOLD-FILE
           PERFORM CLOSE-PRODUCT-MASTER
           PERFORM CLOSE-CREDIT-SCORE-FILE
           PERFORM CLOSE-CUSTOMER-MASTER.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               PERFORM GET-PRODUCT-DESC
               PERFORM GET-ACCOUNT-HOLDS
               DISPLAY "  Account " CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                   " " WS-PRODUCT-DESC
                   ": " CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                   "  Available: " WS-AVAILABLE-BALANCE
               IF WS-HOLD-TOTAL > 0
                   DISPLAY "    Held: " WS-HOLD-TOTAL
               END-IF
               IF CM-OVERDRAWN (WS-ACCT-IDX)
                   DISPLAY "    *** OVERDRAWN ***"
               END-IF
           END-IF
           IF ACCOUNT-OVERDRAWN
               DISPLAY "Customer has one or more overdrawn accounts"
           END-IF
      *    Last, since naming the parties re-reads CUSTOMER-MASTER.
           MOVE WS-CUSTOMER-ID TO WS-REL-CUSTOMER-ID
           MOVE 'Y' TO WS-REL-HEADING-SW
           PERFORM DISPLAY-RELATIONSHIPS.

       NAME-SEARCH-LOGIC.
           PERFORM OPEN-CUSTOMER-MASTER
           PERFORM OPEN-CREDIT-SCORE-FILE
           PERFORM OPEN-PRODUCT-MASTER
           PERFORM OPEN-HOLD-FILE
           PERFORM OPEN-RELATIONSHIP-FILE

           DISPLAY "Enter full or partial customer name:"
           ACCEPT WS-SEARCH-NAME
               PERFORM SELECT-FROM-MATCH-LIST
           END-IF

           PERFORM CLOSE-RELATIONSHIP-FILE
           PERFORM CLOSE-HOLD-FILE
           PERFORM CLOSE-PRODUCT-MASTER
           PERFORM CLOSE-CREDIT-SCORE-FILE
           PERFORM CLOSE-CUSTOMER-MASTER.
                   PERFORM SET-STATUS-DESC
                   MOVE WS-STATUS-DESC TO PL-STATUS
                   DISPLAY WS-PICK-LINE
                   MOVE WS-MATCH-ID (WS-PICK) TO WS-REL-CUSTOMER-ID
                   MOVE 'N' TO WS-REL-HEADING-SW
                   PERFORM DISPLAY-RELATIONSHIPS
               END-PERFORM

               DISPLAY "Select customer (1-" WS-MATCH-COUNT
               MOVE 'N' TO WS-PRODMAST-OPEN-SW
           END-IF.

       OPEN-HOLD-FILE.
      *    No HOLDS file means no hold has ever been placed; the
      *    available balance then equals the ledger balance.
           IF WS-HOLDS-OPEN-SW = 'N' THEN
               MOVE FUNCTION CURRENT-DATE TO WS-HOLD-TIMESTAMP
               MOVE WS-HOLD-TIMESTAMP (1:8) TO WS-TODAY
               OPEN INPUT HOLD-FILE
               IF WS-HOLDS-STATUS = "00" THEN
                   MOVE 'Y' TO WS-HOLDS-OPEN-SW
               END-IF
           END-IF.

       CLOSE-HOLD-FILE.
           IF WS-HOLDS-OPEN-SW = 'Y' THEN
               CLOSE HOLD-FILE
               MOVE 'N' TO WS-HOLDS-OPEN-SW
           END-IF.

       GET-ACCOUNT-HOLDS.
      *    Total the holds in force on the account at WS-ACCT-IDX -
      *    active, and not yet past their expiry date.
           MOVE 0 TO WS-HOLD-TOTAL
           IF HOLDS-AVAILABLE
               MOVE 'N' TO WS-HOLDS-EOF-SW
               MOVE CM-CUSTOMER-ID TO HO-CUSTOMER-ID
               MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO HO-ACCOUNT-TYPE
               MOVE 0 TO HO-SEQUENCE
               START HOLD-FILE KEY IS NOT LESS THAN HO-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLDS-EOF-SW
               END-START
               PERFORM UNTIL HOLDS-EOF
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLDS-EOF-SW
                       NOT AT END
                           IF HO-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                                   OR HO-ACCOUNT-TYPE NOT =
                                       CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                               MOVE 'Y' TO WS-HOLDS-EOF-SW
                           ELSE
                               IF HO-ACTIVE
                                       AND (HO-EXPIRY-DATE = 0
                                       OR HO-EXPIRY-DATE >= WS-TODAY)
                                   ADD HO-AMOUNT TO WS-HOLD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               CM-ACCOUNT-BALANCE (WS-ACCT-IDX) - WS-HOLD-TOTAL.

       OPEN-RELATIONSHIP-FILE.
      *    No RELATE file means no link has ever been added; every
      *    account then stands in its owner's name alone.
           IF WS-RELATE-OPEN-SW = 'N' THEN
               OPEN INPUT RELATIONSHIP-FILE
               IF WS-RELATE-STATUS = "00" THEN
                   MOVE 'Y' TO WS-RELATE-OPEN-SW
               END-IF
           END-IF.

       CLOSE-RELATIONSHIP-FILE.
           IF WS-RELATE-OPEN-SW = 'Y' THEN
               CLOSE RELATIONSHIP-FILE
               MOVE 'N' TO WS-RELATE-OPEN-SW
           END-IF.

       DISPLAY-RELATIONSHIPS.
      *    The active links for WS-REL-CUSTOMER-ID - first the other
      *    parties to the customer's own accounts, then the accounts
      *    of other customers the customer is party to.  The party
      *    and owner names come from CUSTOMER-MASTER, so the master
      *    record in the buffer is not the customer's afterwards.
           MOVE 0 TO WS-REL-COUNT
           IF RELATE-AVAILABLE
               MOVE 'N' TO WS-RELATE-EOF-SW
               MOVE WS-REL-CUSTOMER-ID TO RP-CUSTOMER-ID
               MOVE LOW-VALUES TO RP-ACCOUNT-TYPE
               MOVE 0 TO RP-RELATED-ID
               START RELATIONSHIP-FILE KEY IS NOT LESS THAN RP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RELATE-EOF-SW
               END-START
               PERFORM UNTIL RELATE-EOF
                   READ RELATIONSHIP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RELATE-EOF-SW
                       NOT AT END
                           IF RP-CUSTOMER-ID NOT = WS-REL-CUSTOMER-ID
                               MOVE 'Y' TO WS-RELATE-EOF-SW
                           ELSE
                               IF RP-ACTIVE
                                   PERFORM DISPLAY-PARTY-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               MOVE 'N' TO WS-RELATE-EOF-SW
               MOVE WS-REL-CUSTOMER-ID TO RP-RELATED-ID
               START RELATIONSHIP-FILE KEY IS EQUAL TO RP-RELATED-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-RELATE-EOF-SW
               END-START
               PERFORM UNTIL RELATE-EOF
                   READ RELATIONSHIP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RELATE-EOF-SW
                       NOT AT END
                           IF RP-RELATED-ID NOT = WS-REL-CUSTOMER-ID
                               MOVE 'Y' TO WS-RELATE-EOF-SW
                           ELSE
                               IF RP-ACTIVE
                                   PERFORM DISPLAY-SHARED-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       DISPLAY-PARTY-LINE.
           PERFORM DISPLAY-REL-HEADING
           PERFORM SET-ROLE-DESC
           MOVE RP-RELATED-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO WS-PARTY-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-PARTY-NAME
           END-READ
           DISPLAY "    Account " RP-ACCOUNT-TYPE " " WS-ROLE-DESC
               " " RP-RELATED-ID " " WS-PARTY-NAME.

       DISPLAY-SHARED-LINE.
      *    The account belongs to RP-CUSTOMER-ID; its balance is
      *    quoted from the owner's master record.
           PERFORM DISPLAY-REL-HEADING
           PERFORM SET-ROLE-DESC
           MOVE 'N' TO WS-SHARED-FOUND-SW
           MOVE 0 TO WS-SHARED-BALANCE
           MOVE RP-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO WS-PARTY-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-PARTY-NAME
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
                       IF CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                               = RP-ACCOUNT-TYPE
                           MOVE 'Y' TO WS-SHARED-FOUND-SW
                           MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                               TO WS-SHARED-BALANCE
                       END-IF
                   END-PERFORM
           END-READ
           DISPLAY "    " WS-ROLE-DESC " on " RP-CUSTOMER-ID " "
               RP-ACCOUNT-TYPE " " WS-PARTY-NAME
           IF SHARED-ACCOUNT-FOUND
               DISPLAY "      Balance: " WS-SHARED-BALANCE
           ELSE
               DISPLAY "      Account no longer on file"
           END-IF.

       DISPLAY-REL-HEADING.
           ADD 1 TO WS-REL-COUNT
           IF WS-REL-COUNT = 1 AND REL-HEADING-WANTED
               DISPLAY "Related parties and shared accounts:"
           END-IF.

       SET-ROLE-DESC.
           EVALUATE RP-ROLE-CODE
               WHEN 'JO'
                   MOVE "JOINT OWNER" TO WS-ROLE-DESC
               WHEN 'AS'
                   MOVE "AUTHORIZED SIGNR" TO WS-ROLE-DESC
               WHEN 'TR'
                   MOVE "TRUSTEE" TO WS-ROLE-DESC
               WHEN 'BN'
                   MOVE "BENEFICIARY" TO WS-ROLE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN ROLE" TO WS-ROLE-DESC
           END-EVALUATE.

       SET-STATUS-DESC.
           EVALUATE WS-STATUS-WORK
               WHEN 'A'
