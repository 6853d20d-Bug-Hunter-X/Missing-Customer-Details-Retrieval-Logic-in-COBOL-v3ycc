      ******************************************************************
      * PROGRAM-ID. HOLDMNT
      * Online hold maintenance - lists, places, and releases the
      * partial holds and liens on the HOLDS file.  The operator
      * signs on with an operator ID, which is stamped on every hold
      * placed or released.
      *
      * A hold is placed against one account a customer actually
      * carries, for a positive amount, with a reason code (GA
      * garnishment, LV legal levy, UC uncollected deposit, OT
      * other), an optional expiry date (the last day the hold
      * applies; zero holds until released), and a memo.  Only an
      * active hold can be released.  Holds are never deleted, so
      * the file keeps the full record of what was held and why.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-HOLDS-STATUS             PIC X(2).
       01  WS-CUSTMAS-STATUS           PIC X(2).
       01  WS-HOLDS-EOF-SW             PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                           VALUE 'Y'.

       01  WS-CONTINUE-SW              PIC X(1)    VALUE 'Y'.
           88  CONTINUE-PROCESSING                 VALUE 'Y'.
       01  WS-CHOICE                   PIC X(1).
       01  WS-CONFIRM                  PIC X(1).

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CUSTOMER-ID              PIC 9(5).
       01  WS-ACCOUNT-TYPE             PIC X(2).
       01  WS-SEQUENCE                 PIC 9(3).
       01  WS-NEXT-SEQUENCE            PIC 9(3).
       01  WS-AMOUNT                   PIC 9(7)V99.
       01  WS-REASON-CODE              PIC X(2).
       01  WS-EXPIRY-DATE              PIC 9(8).
       01  WS-MEMO                     PIC X(30).
       01  WS-TODAY                    PIC 9(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-ACCT-IDX                 PIC 9(1).
       01  WS-ACCOUNT-FOUND-SW         PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-HOLD-COUNT               PIC 9(3)    VALUE 0.
       01  WS-ACTIVE-TOTAL             PIC 9(9)V99 VALUE 0.

       01  WS-LIST-LINE.
           05  LL-ACCOUNT-TYPE         PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-SEQUENCE             PIC 9(3).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-STATUS               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-AMOUNT               PIC Z(6)9.99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-REASON-CODE          PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-PLACED-DATE          PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-EXPIRY-DATE          PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-PLACED-BY            PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-MEMO                 PIC X(20).

       01  WS-ACTIVE-TOTAL-EDIT        PIC Z(8)9.99.

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
               DISPLAY "1=List  2=Place hold  3=Release hold  X=Exit"
               DISPLAY "Enter selection:"
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN '1'
                       PERFORM LIST-HOLDS
                   WHEN '2'
                       PERFORM PLACE-HOLD
                   WHEN '3'
                       PERFORM RELEASE-HOLD
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
           OPEN I-O HOLD-FILE
           IF WS-HOLDS-STATUS = "05" OR WS-HOLDS-STATUS = "35"
      *        HOLDS does not exist yet - create it.
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLDS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING HOLDS: " WS-HOLDS-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE HOLD-FILE
           CLOSE CUSTOMER-MASTER.

       LIST-HOLDS.
      *    Every hold on file for the customer, all accounts, with
      *    the total still in force.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-ACTIVE-TOTAL
           MOVE 'N' TO WS-HOLDS-EOF-SW
           MOVE WS-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE LOW-VALUES TO HO-ACCOUNT-TYPE
           MOVE 0 TO HO-SEQUENCE
           START HOLD-FILE KEY IS NOT LESS THAN HO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLDS-EOF-SW
           END-START

           DISPLAY "TY SEQ S     AMOUNT RC PLACED   EXPIRES  "
               "BY       MEMO"
           PERFORM UNTIL HOLDS-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF-SW
                   NOT AT END
                       IF HO-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE 'Y' TO WS-HOLDS-EOF-SW
                       ELSE
                           PERFORM DISPLAY-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HOLD-COUNT = 0
               DISPLAY "No holds on file for customer " WS-CUSTOMER-ID
           ELSE
               MOVE WS-ACTIVE-TOTAL TO WS-ACTIVE-TOTAL-EDIT
               DISPLAY "Active holds total: " WS-ACTIVE-TOTAL-EDIT
           END-IF.

       DISPLAY-HOLD-LINE.
           ADD 1 TO WS-HOLD-COUNT
           IF HO-ACTIVE
               ADD HO-AMOUNT TO WS-ACTIVE-TOTAL
           END-IF
           MOVE HO-ACCOUNT-TYPE TO LL-ACCOUNT-TYPE
           MOVE HO-SEQUENCE TO LL-SEQUENCE
           MOVE HO-STATUS TO LL-STATUS
           MOVE HO-AMOUNT TO LL-AMOUNT
           MOVE HO-REASON-CODE TO LL-REASON-CODE
           MOVE HO-PLACED-DATE TO LL-PLACED-DATE
           MOVE HO-EXPIRY-DATE TO LL-EXPIRY-DATE
           MOVE HO-PLACED-BY TO LL-PLACED-BY
           MOVE HO-MEMO TO LL-MEMO
           DISPLAY WS-LIST-LINE.

       PLACE-HOLD.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found: " WS-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM ACCEPT-HOLD-DETAILS
           END-READ.

       ACCEPT-HOLD-DETAILS.
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
               DISPLAY "Hold amount:"
               ACCEPT WS-AMOUNT
               PERFORM UNTIL WS-AMOUNT > 0
                   DISPLAY "Amount must be greater than 0:"
                   ACCEPT WS-AMOUNT
               END-PERFORM

               MOVE SPACES TO HO-REASON-CODE
               PERFORM UNTIL HO-REASON-VALID
                   DISPLAY "Reason - GA=Garnishment LV=Legal levy "
                       "UC=Uncollected OT=Other:"
                   ACCEPT WS-REASON-CODE
                   MOVE WS-REASON-CODE TO HO-REASON-CODE
               END-PERFORM
               MOVE HO-REASON-CODE TO WS-REASON-CODE

               DISPLAY "Expiry date (CCYYMMDD, 0 = until released):"
               ACCEPT WS-EXPIRY-DATE
               PERFORM UNTIL WS-EXPIRY-DATE = 0
                       OR WS-EXPIRY-DATE >= WS-TODAY
                   DISPLAY "Expiry date is in the past - re-enter:"
                   ACCEPT WS-EXPIRY-DATE
               END-PERFORM

               DISPLAY "Memo (order or item reference):"
               ACCEPT WS-MEMO

               PERFORM FIND-NEXT-SEQUENCE
               PERFORM WRITE-NEW-HOLD
           END-IF.

       FIND-NEXT-SEQUENCE.
      *    The new hold goes after the highest sequence the account
      *    has ever used, released and expired holds included.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE 'N' TO WS-HOLDS-EOF-SW
           MOVE WS-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO HO-ACCOUNT-TYPE
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
                       IF HO-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                               OR HO-ACCOUNT-TYPE NOT = WS-ACCOUNT-TYPE
                           MOVE 'Y' TO WS-HOLDS-EOF-SW
                       ELSE
                           COMPUTE WS-NEXT-SEQUENCE = HO-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-NEW-HOLD.
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO HO-ACCOUNT-TYPE
           MOVE WS-NEXT-SEQUENCE TO HO-SEQUENCE
           MOVE WS-AMOUNT TO HO-AMOUNT
           MOVE WS-REASON-CODE TO HO-REASON-CODE
           MOVE WS-TODAY TO HO-PLACED-DATE
           MOVE WS-EXPIRY-DATE TO HO-EXPIRY-DATE
           MOVE WS-OPERATOR-ID TO HO-PLACED-BY
           MOVE 'A' TO HO-STATUS
           MOVE 0 TO HO-RELEASED-DATE
           MOVE SPACES TO HO-RELEASED-BY
           MOVE WS-MEMO TO HO-MEMO
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "Hold not placed - status " WS-HOLDS-STATUS
               NOT INVALID KEY
                   DISPLAY "Hold placed: " WS-CUSTOMER-ID " "
                       WS-ACCOUNT-TYPE " sequence " WS-NEXT-SEQUENCE
           END-WRITE.

       RELEASE-HOLD.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           DISPLAY "Account type:"
           ACCEPT WS-ACCOUNT-TYPE
           DISPLAY "Hold sequence number:"
           ACCEPT WS-SEQUENCE
           MOVE WS-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO HO-ACCOUNT-TYPE
           MOVE WS-SEQUENCE TO HO-SEQUENCE
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "Hold not found"
               NOT INVALID KEY
                   IF HO-ACTIVE
                       PERFORM CONFIRM-RELEASE
                   ELSE
                       DISPLAY "Hold is not active - status "
                           HO-STATUS
                   END-IF
           END-READ.

       CONFIRM-RELEASE.
           MOVE HO-AMOUNT TO WS-ACTIVE-TOTAL-EDIT
           DISPLAY "Hold of " WS-ACTIVE-TOTAL-EDIT " reason "
               HO-REASON-CODE " placed " HO-PLACED-DATE
               " by " HO-PLACED-BY
           DISPLAY "Release this hold (Y/N):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'R' TO HO-STATUS
               MOVE WS-TODAY TO HO-RELEASED-DATE
               MOVE WS-OPERATOR-ID TO HO-RELEASED-BY
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "Release failed - status "
                           WS-HOLDS-STATUS
                   NOT INVALID KEY
                       DISPLAY "Hold released"
               END-REWRITE
           ELSE
               DISPLAY "Hold not changed"
           END-IF.
