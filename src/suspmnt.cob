      ******************************************************************
      * PROGRAM-ID. SUSPMNT
      * Online suspense maintenance - works the SUSPENSE file of
      * transactions TRNPOST rejected.  The operator signs on with an
      * operator ID and can list the items still unposted, correct
      * an item's customer ID and account type (and the receiving
      * type on a transfer, the history key of the item a reversal
      * names), or write an item off.  A reversal's original key
      * follows a change of its customer ID, since a reversal can
      * only name an item of its own customer.
      *
      * A corrected item is validated before it is accepted - the
      * customer must be on CUSTOMER-MASTER and each account type on
      * PRODUCT-MASTER - and is marked corrected ('C') with the
      * operator and date; SUSPREL feeds it back into the next
      * night's DAILY-TRANSACTIONS ahead of TRNPOST.  A written-off
      * item ('W') is closed and never re-enters.  Items already
      * re-entered or written off cannot be changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ACCOUNT-TYPE
               FILE STATUS IS WS-PRODMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  PRODUCT-MASTER.
           COPY PRODREC.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-CUSTMAS-STATUS           PIC X(2).
       01  WS-PRODMAST-STATUS          PIC X(2).
       01  WS-SUSPENSE-EOF-SW          PIC X(1)    VALUE 'N'.
           88  SUSPENSE-EOF                        VALUE 'Y'.

       01  WS-CONTINUE-SW              PIC X(1)    VALUE 'Y'.
           88  CONTINUE-PROCESSING                 VALUE 'Y'.
       01  WS-CHOICE                   PIC X(1).
       01  WS-CONFIRM                  PIC X(1).

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-REJECT-DATE              PIC 9(8).
       01  WS-SEQUENCE                 PIC 9(7).
       01  WS-ITEM-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  ITEM-FOUND                          VALUE 'Y'.
       01  WS-CUSTOMER-ID              PIC 9(5).
       01  WS-ACCOUNT-TYPE             PIC X(2).
       01  WS-TO-ACCOUNT-TYPE          PIC X(2).
       01  WS-ORIG-POST-DATE           PIC 9(8).
       01  WS-ORIG-SEQUENCE            PIC 9(7).
       01  WS-CORRECTION-OK-SW         PIC X(1)    VALUE 'Y'.
           88  CORRECTION-OK                       VALUE 'Y'.
       01  WS-LIST-COUNT               PIC 9(5)    VALUE 0.
       01  WS-LIST-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-ACTION-TIMESTAMP         PIC X(21).

      *    Working copy of the suspended transaction, unpacked from
      *    SU-TRAN-IMAGE for display and correction.
           COPY TRNREC.

       01  WS-LIST-LINE.
           05  LL-REJECT-DATE          PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE "-".
           05  LL-SEQUENCE             PIC 9(7).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-STATUS               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-CUSTOMER-ID          PIC X(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-ACCOUNT-TYPE         PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-TRAN-CODE            PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-TO-ACCOUNT-TYPE      PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-AMOUNT               PIC Z(6)9.99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-REASON               PIC X(25).

       01  WS-LIST-TOTAL               PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
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
               DISPLAY "1=List open  2=Correct  3=Write off  X=Exit"
               DISPLAY "Enter selection:"
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN '1'
                       PERFORM LIST-OPEN-ITEMS
                   WHEN '2'
                       PERFORM CORRECT-ITEM
                   WHEN '3'
                       PERFORM WRITE-OFF-ITEM
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
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "05" OR WS-SUSPENSE-STATUS = "35"
      *        SUSPENSE does not exist yet - create it.
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING SUSPENSE: " WS-SUSPENSE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF

      *    Corrections are validated against the product file - the
      *    screen must not run without it.
           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING PRODUCT-MASTER: "
                   WS-PRODMAST-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE SUSPENSE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE PRODUCT-MASTER.

       LIST-OPEN-ITEMS.
      *    Every item still unposted, oldest first - open rejects and
      *    corrected items waiting for tonight's re-entry.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-LIST-AMOUNT
           MOVE 'N' TO WS-SUSPENSE-EOF-SW
           MOVE LOW-VALUES TO SU-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSPENSE-EOF-SW
           END-START

           DISPLAY "REJECTED         S CUST  TY C TO     AMOUNT REASON"
           PERFORM UNTIL SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF-SW
                   NOT AT END
                       IF SU-UNPOSTED
                           PERFORM DISPLAY-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-LIST-AMOUNT TO WS-LIST-TOTAL
           DISPLAY WS-LIST-COUNT " item(s) in suspense, total "
               WS-LIST-TOTAL.

       DISPLAY-LIST-LINE.
           MOVE SU-TRAN-IMAGE TO TRANSACTION-RECORD
           MOVE SU-REJECT-DATE TO LL-REJECT-DATE
           MOVE SU-SEQUENCE TO LL-SEQUENCE
           MOVE SU-STATUS TO LL-STATUS
           MOVE TRANSACTION-RECORD (1:5) TO LL-CUSTOMER-ID
           MOVE TR-ACCOUNT-TYPE TO LL-ACCOUNT-TYPE
           MOVE TR-TRAN-CODE TO LL-TRAN-CODE
           MOVE TR-TO-ACCOUNT-TYPE TO LL-TO-ACCOUNT-TYPE
           MOVE SU-AMOUNT TO LL-AMOUNT
           MOVE SU-REASON TO LL-REASON
           DISPLAY WS-LIST-LINE
           ADD 1 TO WS-LIST-COUNT
           ADD SU-AMOUNT TO WS-LIST-AMOUNT.

       READ-SUSPENSE-ITEM.
      *    Prompt for an item's key and read it; only an item still
      *    unposted may be worked.
           MOVE 'N' TO WS-ITEM-FOUND-SW
           DISPLAY "Reject date (CCYYMMDD):"
           ACCEPT WS-REJECT-DATE
           DISPLAY "Sequence number:"
           ACCEPT WS-SEQUENCE
           MOVE WS-REJECT-DATE TO SU-REJECT-DATE
           MOVE WS-SEQUENCE TO SU-SEQUENCE
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "Suspense item not found"
               NOT INVALID KEY
                   IF SU-UNPOSTED
                       MOVE 'Y' TO WS-ITEM-FOUND-SW
                       PERFORM DISPLAY-ITEM
                   ELSE
                       DISPLAY "Item is closed - status " SU-STATUS
                   END-IF
           END-READ.

       DISPLAY-ITEM.
           MOVE SU-TRAN-IMAGE TO TRANSACTION-RECORD
           DISPLAY "Reason:      " SU-REASON
           DISPLAY "Customer ID: " TRANSACTION-RECORD (1:5)
           DISPLAY "Account:     " TR-ACCOUNT-TYPE
               "  Code: " TR-TRAN-CODE
               "  To: " TR-TO-ACCOUNT-TYPE
           DISPLAY "Amount:      " SU-AMOUNT
           IF TR-REVERSAL
               DISPLAY "Reverses:    " TR-ORIG-POST-DATE "-"
                   TR-ORIG-SEQUENCE
           END-IF
           DISPLAY "Branch/Teller/Ref: " SU-BRANCH "/" SU-TELLER
               "/" SU-REFERENCE
           IF SU-CORRECTED
               DISPLAY "Corrected by " SU-ACTION-OPERATOR
                   " on " SU-ACTION-DATE
           END-IF.

       CORRECT-ITEM.
           PERFORM READ-SUSPENSE-ITEM
           IF ITEM-FOUND
               PERFORM ACCEPT-CORRECTION
               IF CORRECTION-OK
                   PERFORM SAVE-CORRECTION
               END-IF
           END-IF.

       ACCEPT-CORRECTION.
           MOVE 'Y' TO WS-CORRECTION-OK-SW
           DISPLAY "New Customer ID (0 = no change):"
           ACCEPT WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID NOT = 0
               MOVE WS-CUSTOMER-ID TO TR-CUSTOMER-ID
               IF TR-REVERSAL
                   MOVE WS-CUSTOMER-ID TO TR-ORIG-CUSTOMER-ID
               END-IF
           END-IF
           DISPLAY "New account type (blank = no change):"
           ACCEPT WS-ACCOUNT-TYPE
           IF WS-ACCOUNT-TYPE NOT = SPACES
               MOVE WS-ACCOUNT-TYPE TO TR-ACCOUNT-TYPE
           END-IF
           IF TR-TRANSFER
               DISPLAY "New to-account type (blank = no change):"
               ACCEPT WS-TO-ACCOUNT-TYPE
               IF WS-TO-ACCOUNT-TYPE NOT = SPACES
                   MOVE WS-TO-ACCOUNT-TYPE TO TR-TO-ACCOUNT-TYPE
               END-IF
           END-IF
           IF TR-REVERSAL
               DISPLAY "New original posting date (0 = no change):"
               ACCEPT WS-ORIG-POST-DATE
               IF WS-ORIG-POST-DATE NOT = 0
                   MOVE WS-ORIG-POST-DATE TO TR-ORIG-POST-DATE
               END-IF
               DISPLAY "New original sequence (0 = no change):"
               ACCEPT WS-ORIG-SEQUENCE
               IF WS-ORIG-SEQUENCE NOT = 0
                   MOVE WS-ORIG-SEQUENCE TO TR-ORIG-SEQUENCE
               END-IF
           END-IF

      *    The corrected item must be able to post - refuse it here
      *    rather than let it bounce back into suspense tomorrow.
           IF TR-CUSTOMER-ID IS NOT NUMERIC
               DISPLAY "Customer ID is not numeric"
               MOVE 'N' TO WS-CORRECTION-OK-SW
           ELSE
               MOVE TR-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "Customer not found: " TR-CUSTOMER-ID
                       MOVE 'N' TO WS-CORRECTION-OK-SW
                   NOT INVALID KEY
                       IF NOT CM-ACTIVE
                           DISPLAY "Customer is not active - status "
                               CM-STATUS-CODE
                           MOVE 'N' TO WS-CORRECTION-OK-SW
                       END-IF
               END-READ
           END-IF

           MOVE TR-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
           READ PRODUCT-MASTER
               INVALID KEY
                   DISPLAY "Account type not offered: "
                       TR-ACCOUNT-TYPE
                   MOVE 'N' TO WS-CORRECTION-OK-SW
           END-READ
           IF TR-TRANSFER
               MOVE TR-TO-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
               READ PRODUCT-MASTER
                   INVALID KEY
                       DISPLAY "To-account type not offered: "
                           TR-TO-ACCOUNT-TYPE
                       MOVE 'N' TO WS-CORRECTION-OK-SW
               END-READ
           END-IF

           IF NOT CORRECTION-OK
               DISPLAY "Correction not saved"
           END-IF.

       SAVE-CORRECTION.
           MOVE TRANSACTION-RECORD TO SU-TRAN-IMAGE
           MOVE 'C' TO SU-STATUS
           PERFORM STAMP-ACTION
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Update failed - status " WS-SUSPENSE-STATUS
               NOT INVALID KEY
                   DISPLAY "Item corrected - re-enters tonight"
           END-REWRITE.

       WRITE-OFF-ITEM.
           PERFORM READ-SUSPENSE-ITEM
           IF ITEM-FOUND
               DISPLAY "Write this item off (Y/N):"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE 'W' TO SU-STATUS
                   PERFORM STAMP-ACTION
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "Update failed - status "
                               WS-SUSPENSE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Item written off"
                   END-REWRITE
               ELSE
                   DISPLAY "Item not changed"
               END-IF
           END-IF.

       STAMP-ACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-ACTION-TIMESTAMP
           MOVE WS-ACTION-TIMESTAMP (1:8) TO SU-ACTION-DATE
           MOVE WS-OPERATOR-ID TO SU-ACTION-OPERATOR.
