      ******************************************************************
      * PROGRAM-ID. RELMNT
      * Online relationship maintenance - lists, adds, and ends the
      * links on the RELATE file between one account of a customer
      * and the other parties to it.  The operator signs on with an
      * operator ID, which is stamped on every link added or ended.
      *
      * A link is added against an account the owning customer
      * actually carries, for another customer already on
      * CUSTOMER-MASTER, with a role code (JO joint owner, AS
      * authorized signer, TR trustee, BN beneficiary).  A party
      * can hold only one role on an account; adding a party whose
      * earlier link was ended reactivates that link.  Only an
      * active link can be ended.  Links are never deleted, so the
      * file keeps the record of who stood on each account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELATIONSHIP-FILE ASSIGN TO "RELATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               ALTERNATE RECORD KEY IS RP-RELATED-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATIONSHIP-FILE.
           COPY RELREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-RELATE-STATUS            PIC X(2).
       01  WS-CUSTMAS-STATUS           PIC X(2).
       01  WS-RELATE-EOF-SW            PIC X(1)    VALUE 'N'.
           88  RELATE-EOF                          VALUE 'Y'.

       01  WS-CONTINUE-SW              PIC X(1)    VALUE 'Y'.
           88  CONTINUE-PROCESSING                 VALUE 'Y'.
       01  WS-CHOICE                   PIC X(1).
       01  WS-CONFIRM                  PIC X(1).

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CUSTOMER-ID              PIC 9(5).
       01  WS-ACCOUNT-TYPE             PIC X(2).
       01  WS-RELATED-ID               PIC 9(5).
       01  WS-ROLE-CODE                PIC X(2).
       01  WS-ROLE-DESC                PIC X(16).
       01  WS-TODAY                    PIC 9(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-ACCT-IDX                 PIC 9(1).
       01  WS-ACCOUNT-FOUND-SW         PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-LINK-COUNT               PIC 9(3)    VALUE 0.

       01  WS-LIST-LINE.
           05  LL-CUSTOMER-ID          PIC 9(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-ACCOUNT-TYPE         PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-ROLE-DESC            PIC X(16).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-STATUS               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-START-DATE           PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-NAME                 PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY

           PERFORM OPEN-FILES

           DISPLAY "Operator ID:"
           ACCEPT WS-OPERATOR-ID
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "Operator ID is required"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF

           PERFORM UNTIL NOT CONTINUE-PROCESSING
               DISPLAY " "
               DISPLAY "1=List  2=Add link  3=End link  X=Exit"
               DISPLAY "Enter selection:"
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN '1'
                       PERFORM LIST-LINKS
                   WHEN '2'
                       PERFORM ADD-LINK
                   WHEN '3'
                       PERFORM END-LINK
                   WHEN 'X'
                   WHEN 'x'
                       MOVE 'N' TO WS-CONTINUE-SW
                   WHEN OTHER
                       DISPLAY "Invalid selection"
               END-EVALUATE
           END-PERFORM

           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN I-O RELATIONSHIP-FILE
           IF WS-RELATE-STATUS = "05" OR WS-RELATE-STATUS = "35"
      *        RELATE does not exist yet - create it.
               OPEN OUTPUT RELATIONSHIP-FILE
               CLOSE RELATIONSHIP-FILE
               OPEN I-O RELATIONSHIP-FILE
           END-IF
           IF WS-RELATE-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING RELATE: " WS-RELATE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE RELATIONSHIP-FILE
           CLOSE CUSTOMER-MASTER.

       LIST-LINKS.
      *    Every link on file for the customer - first the parties
      *    to the customer's own accounts, then the accounts of other
      *    customers the customer is party to.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE 0 TO WS-LINK-COUNT

           DISPLAY "Parties to this customer's accounts:"
           DISPLAY "PARTY TY ROLE             S STARTED  ENDED    NAME"
           MOVE 'N' TO WS-RELATE-EOF-SW
           MOVE WS-CUSTOMER-ID TO RP-CUSTOMER-ID
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
                       IF RP-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE 'Y' TO WS-RELATE-EOF-SW
                       ELSE
                           MOVE RP-RELATED-ID TO LL-CUSTOMER-ID
                           PERFORM DISPLAY-LINK-LINE
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "Accounts of other customers this customer is "
               "party to:"
           DISPLAY "OWNER TY ROLE             S STARTED  ENDED    NAME"
           MOVE 'N' TO WS-RELATE-EOF-SW
           MOVE WS-CUSTOMER-ID TO RP-RELATED-ID
           START RELATIONSHIP-FILE KEY IS EQUAL TO RP-RELATED-ID
               INVALID KEY
                   MOVE 'Y' TO WS-RELATE-EOF-SW
           END-START
           PERFORM UNTIL RELATE-EOF
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RELATE-EOF-SW
                   NOT AT END
                       IF RP-RELATED-ID NOT = WS-CUSTOMER-ID
                           MOVE 'Y' TO WS-RELATE-EOF-SW
                       ELSE
                           MOVE RP-CUSTOMER-ID TO LL-CUSTOMER-ID
                           PERFORM DISPLAY-LINK-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LINK-COUNT = 0
               DISPLAY "No links on file for customer " WS-CUSTOMER-ID
           END-IF.

       DISPLAY-LINK-LINE.
      *    LL-CUSTOMER-ID holds the other customer on the link; the
      *    name comes from that customer's master record.
           ADD 1 TO WS-LINK-COUNT
           MOVE RP-ROLE-CODE TO WS-ROLE-CODE
           PERFORM SET-ROLE-DESC
           MOVE RP-ACCOUNT-TYPE TO LL-ACCOUNT-TYPE
           MOVE WS-ROLE-DESC TO LL-ROLE-DESC
           MOVE RP-STATUS TO LL-STATUS
           MOVE RP-START-DATE TO LL-START-DATE
           MOVE RP-END-DATE TO LL-END-DATE
           MOVE LL-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON FILE ***" TO LL-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO LL-NAME
           END-READ
           DISPLAY WS-LIST-LINE.

       SET-ROLE-DESC.
           EVALUATE WS-ROLE-CODE
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

       ADD-LINK.
           DISPLAY "Enter owning Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found: " WS-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM ACCEPT-LINK-DETAILS
           END-READ.

       ACCEPT-LINK-DETAILS.
           DISPLAY "Customer Name:" CM-CUSTOMER-NAME
           DISPLAY "Account type (e.g. CK, SV):"
           ACCEPT WS-ACCOUNT-TYPE
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = WS-ACCOUNT-TYPE
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT ACCOUNT-FOUND
               DISPLAY "Customer has no " WS-ACCOUNT-TYPE " account"
           ELSE
               DISPLAY "Related party Customer ID:"
               ACCEPT WS-RELATED-ID
               IF WS-RELATED-ID = WS-CUSTOMER-ID
                   DISPLAY "Related party cannot be the owner"
               ELSE
                   MOVE WS-RELATED-ID TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "Customer not found: "
                               WS-RELATED-ID
                       NOT INVALID KEY
                           PERFORM ACCEPT-ROLE-AND-WRITE
                   END-READ
               END-IF
           END-IF.

       ACCEPT-ROLE-AND-WRITE.
           DISPLAY "Related party Name:" CM-CUSTOMER-NAME
           MOVE SPACES TO RP-ROLE-CODE
           PERFORM UNTIL RP-ROLE-VALID
               DISPLAY "Role - JO=Joint owner AS=Authorized signer "
                   "TR=Trustee BN=Beneficiary:"
               ACCEPT WS-ROLE-CODE
               MOVE WS-ROLE-CODE TO RP-ROLE-CODE
           END-PERFORM
           MOVE RP-ROLE-CODE TO WS-ROLE-CODE

           MOVE WS-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO RP-ACCOUNT-TYPE
           MOVE WS-RELATED-ID TO RP-RELATED-ID
           READ RELATIONSHIP-FILE
               INVALID KEY
                   PERFORM WRITE-NEW-LINK
               NOT INVALID KEY
                   IF RP-ACTIVE
                       DISPLAY "Party already linked to this account"
                           " as " RP-ROLE-CODE
                   ELSE
                       PERFORM REACTIVATE-LINK
                   END-IF
           END-READ.

       WRITE-NEW-LINK.
           MOVE SPACES TO RELATIONSHIP-RECORD
           MOVE WS-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO RP-ACCOUNT-TYPE
           MOVE WS-RELATED-ID TO RP-RELATED-ID
           MOVE WS-ROLE-CODE TO RP-ROLE-CODE
           MOVE 'A' TO RP-STATUS
           MOVE WS-TODAY TO RP-START-DATE
           MOVE WS-OPERATOR-ID TO RP-ADDED-BY
           MOVE 0 TO RP-END-DATE
           MOVE SPACES TO RP-ENDED-BY
           WRITE RELATIONSHIP-RECORD
               INVALID KEY
                   DISPLAY "Link not added - status " WS-RELATE-STATUS
               NOT INVALID KEY
                   DISPLAY "Link added: " WS-CUSTOMER-ID " "
                       WS-ACCOUNT-TYPE " party " WS-RELATED-ID
                       " role " WS-ROLE-CODE
           END-WRITE.

       REACTIVATE-LINK.
      *    The party stood on this account before; the old link is
      *    brought back with the new role and start date.
           MOVE WS-ROLE-CODE TO RP-ROLE-CODE
           MOVE 'A' TO RP-STATUS
           MOVE WS-TODAY TO RP-START-DATE
           MOVE WS-OPERATOR-ID TO RP-ADDED-BY
           MOVE 0 TO RP-END-DATE
           MOVE SPACES TO RP-ENDED-BY
           REWRITE RELATIONSHIP-RECORD
               INVALID KEY
                   DISPLAY "Link not added - status " WS-RELATE-STATUS
               NOT INVALID KEY
                   DISPLAY "Link reactivated: " WS-CUSTOMER-ID " "
                       WS-ACCOUNT-TYPE " party " WS-RELATED-ID
                       " role " WS-ROLE-CODE
           END-REWRITE.

       END-LINK.
           DISPLAY "Enter owning Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           DISPLAY "Account type:"
           ACCEPT WS-ACCOUNT-TYPE
           DISPLAY "Related party Customer ID:"
           ACCEPT WS-RELATED-ID
           MOVE WS-CUSTOMER-ID TO RP-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO RP-ACCOUNT-TYPE
           MOVE WS-RELATED-ID TO RP-RELATED-ID
           READ RELATIONSHIP-FILE
               INVALID KEY
                   DISPLAY "Link not found"
               NOT INVALID KEY
                   IF RP-ACTIVE
                       PERFORM CONFIRM-END
                   ELSE
                       DISPLAY "Link is not active - ended "
                           RP-END-DATE
                   END-IF
           END-READ.

       CONFIRM-END.
           MOVE RP-ROLE-CODE TO WS-ROLE-CODE
           PERFORM SET-ROLE-DESC
           DISPLAY "Link as " WS-ROLE-DESC " since " RP-START-DATE
               " added by " RP-ADDED-BY
           DISPLAY "End this link (Y/N):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'E' TO RP-STATUS
               MOVE WS-TODAY TO RP-END-DATE
               MOVE WS-OPERATOR-ID TO RP-ENDED-BY
               REWRITE RELATIONSHIP-RECORD
                   INVALID KEY
                       DISPLAY "End failed - status "
                           WS-RELATE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Link ended"
               END-REWRITE
           ELSE
               DISPLAY "Link not changed"
           END-IF.
