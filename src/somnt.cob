      ******************************************************************
      * PROGRAM-ID. SOMNT
      * Online standing-order maintenance - lists a customer's
      * recurring transfers on the STANDING-ORDER file, sets up a
      * new order, amends an order's amount or end date, and
      * suspends, resumes, or cancels an order.  The operator signs
      * on with an operator ID, which is stamped on every new order.
      *
      * A new order must name an active customer and two different
      * account types the customer carries; it needs a positive
      * amount, a frequency (W weekly, M monthly on the start date's
      * day, D monthly on a specific day), a start date not before
      * today, and an end date on or after the start (zero for no
      * end date).  Orders are never deleted - a cancelled order
      * stays on file with its execution history.  Resuming a
      * suspended order stamps yesterday as its last generated date,
      * so SOGEN does not make up the occurrences the suspension
      * skipped but still generates one falling due today.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STNDORD-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY STOREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-STNDORD-STATUS           PIC X(2).
       01  WS-CUSTMAS-STATUS           PIC X(2).
       01  WS-STNDORD-EOF-SW           PIC X(1)    VALUE 'N'.
           88  STNDORD-EOF                         VALUE 'Y'.

       01  WS-CONTINUE-SW              PIC X(1)    VALUE 'Y'.
           88  CONTINUE-PROCESSING                 VALUE 'Y'.
       01  WS-CHOICE                   PIC X(1).
       01  WS-STATUS-CHOICE            PIC X(1).

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CUSTOMER-ID              PIC 9(5).
       01  WS-ORDER-NUMBER             PIC 9(3).
       01  WS-NEXT-ORDER               PIC 9(3).
       01  WS-FROM-TYPE                PIC X(2).
       01  WS-TO-TYPE                  PIC X(2).
       01  WS-AMOUNT                   PIC 9(7)V99.
       01  WS-FREQUENCY                PIC X(1).
       01  WS-RUN-DAY                  PIC 9(2).
       01  WS-START-DATE               PIC 9(8).
       01  WS-END-DATE                 PIC 9(8).
       01  WS-MEMO                     PIC X(30).
       01  WS-TODAY                    PIC 9(8).
       01  WS-DAY-BEFORE               PIC 9(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-ACCT-IDX                 PIC 9(1).
       01  WS-CHECK-TYPE               PIC X(2).
       01  WS-TYPE-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  TYPE-FOUND                          VALUE 'Y'.
       01  WS-ORDER-OK-SW              PIC X(1)    VALUE 'Y'.
           88  ORDER-OK                            VALUE 'Y'.
       01  WS-ORDER-COUNT              PIC 9(3)    VALUE 0.

       01  WS-LIST-LINE.
           05  LL-ORDER-NUMBER         PIC 9(3).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-STATUS               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-FROM-TYPE            PIC X(2).
           05  FILLER                  PIC X(2)    VALUE ">".
           05  LL-TO-TYPE              PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-AMOUNT               PIC Z(6)9.99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-FREQUENCY            PIC X(1).
           05  LL-RUN-DAY              PIC Z9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-START-DATE           PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-END-DATE             PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-LAST-GEN-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-LAST-EXEC-DATE       PIC 9(8).

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
               DISPLAY "1=List  2=Add  3=Amend  4=Status  X=Exit"
               DISPLAY "Enter selection:"
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN '1'
                       PERFORM LIST-ORDERS
                   WHEN '2'
                       PERFORM ADD-ORDER
                   WHEN '3'
                       PERFORM AMEND-ORDER
                   WHEN '4'
                       PERFORM CHANGE-ORDER-STATUS
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
           OPEN I-O STANDING-ORDER-FILE
           IF WS-STNDORD-STATUS = "05" OR WS-STNDORD-STATUS = "35"
      *        STANDING-ORDER does not exist yet - create it.
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           IF WS-STNDORD-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING STANDING-ORDER: "
                   WS-STNDORD-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-MASTER.

       LIST-ORDERS.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE 0 TO WS-ORDER-COUNT
           MOVE 'N' TO WS-STNDORD-EOF-SW
           MOVE WS-CUSTOMER-ID TO SO-CUSTOMER-ID
           MOVE 0 TO SO-ORDER-NUMBER
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STNDORD-EOF-SW
           END-START

           DISPLAY "NO. S FROM>TO    AMOUNT FDY START    END      "
               "LAST GEN LAST RUN"
           PERFORM UNTIL STNDORD-EOF
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STNDORD-EOF-SW
                   NOT AT END
                       IF SO-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE 'Y' TO WS-STNDORD-EOF-SW
                       ELSE
                           PERFORM DISPLAY-ORDER-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ORDER-COUNT = 0
               DISPLAY "No standing orders for customer "
                   WS-CUSTOMER-ID
           END-IF.

       DISPLAY-ORDER-LINE.
           ADD 1 TO WS-ORDER-COUNT
           MOVE SO-ORDER-NUMBER TO LL-ORDER-NUMBER
           MOVE SO-STATUS TO LL-STATUS
           MOVE SO-FROM-ACCOUNT-TYPE TO LL-FROM-TYPE
           MOVE SO-TO-ACCOUNT-TYPE TO LL-TO-TYPE
           MOVE SO-AMOUNT TO LL-AMOUNT
           MOVE SO-FREQUENCY TO LL-FREQUENCY
           MOVE SO-RUN-DAY TO LL-RUN-DAY
           MOVE SO-START-DATE TO LL-START-DATE
           MOVE SO-END-DATE TO LL-END-DATE
           MOVE SO-LAST-GEN-DATE TO LL-LAST-GEN-DATE
           MOVE SO-LAST-EXEC-DATE TO LL-LAST-EXEC-DATE
           DISPLAY WS-LIST-LINE.

       ADD-ORDER.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found: " WS-CUSTOMER-ID
               NOT INVALID KEY
                   IF CM-ACTIVE
                       PERFORM ACCEPT-ORDER-DETAILS
                   ELSE
                       DISPLAY "Customer is not active - status "
                           CM-STATUS-CODE
                   END-IF
           END-READ.

       ACCEPT-ORDER-DETAILS.
           MOVE 'Y' TO WS-ORDER-OK-SW
           DISPLAY "Customer Name:" CM-CUSTOMER-NAME
           DISPLAY "From account type:"
           ACCEPT WS-FROM-TYPE
           MOVE WS-FROM-TYPE TO WS-CHECK-TYPE
           PERFORM CHECK-CUSTOMER-CARRIES-TYPE
           DISPLAY "To account type:"
           ACCEPT WS-TO-TYPE
           MOVE WS-TO-TYPE TO WS-CHECK-TYPE
           PERFORM CHECK-CUSTOMER-CARRIES-TYPE
           IF WS-FROM-TYPE = WS-TO-TYPE
               DISPLAY "From and to accounts must differ"
               MOVE 'N' TO WS-ORDER-OK-SW
           END-IF

           IF ORDER-OK
               DISPLAY "Amount:"
               ACCEPT WS-AMOUNT
               PERFORM UNTIL WS-AMOUNT > 0
                   DISPLAY "Amount must be greater than 0:"
                   ACCEPT WS-AMOUNT
               END-PERFORM

               MOVE SPACE TO SO-FREQUENCY
               PERFORM UNTIL SO-FREQUENCY-VALID
                   DISPLAY "Frequency - W=Weekly M=Monthly "
                       "D=Specific day of month:"
                   ACCEPT WS-FREQUENCY
                   MOVE WS-FREQUENCY TO SO-FREQUENCY
               END-PERFORM

               MOVE 0 TO WS-RUN-DAY
               IF WS-FREQUENCY = 'D'
                   PERFORM UNTIL WS-RUN-DAY >= 1 AND WS-RUN-DAY <= 31
                       DISPLAY "Day of month (1-31):"
                       ACCEPT WS-RUN-DAY
                   END-PERFORM
               END-IF

               DISPLAY "Start date (CCYYMMDD):"
               ACCEPT WS-START-DATE
               PERFORM UNTIL WS-START-DATE >= WS-TODAY
                       AND WS-START-DATE <= 99991231
                   DISPLAY "Start date may not be in the past - "
                       "re-enter:"
                   ACCEPT WS-START-DATE
               END-PERFORM

               DISPLAY "End date (CCYYMMDD, 0 = no end date):"
               ACCEPT WS-END-DATE
               PERFORM UNTIL WS-END-DATE = 0
                       OR WS-END-DATE >= WS-START-DATE
                   DISPLAY "End date is before the start - re-enter:"
                   ACCEPT WS-END-DATE
               END-PERFORM

               DISPLAY "Memo:"
               ACCEPT WS-MEMO

               PERFORM FIND-NEXT-ORDER-NUMBER
               PERFORM WRITE-NEW-ORDER
           ELSE
               DISPLAY "Order not added"
           END-IF.

       CHECK-CUSTOMER-CARRIES-TYPE.
           MOVE 'N' TO WS-TYPE-FOUND-SW
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = WS-CHECK-TYPE
                   MOVE 'Y' TO WS-TYPE-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT TYPE-FOUND
               DISPLAY "Customer has no " WS-CHECK-TYPE " account"
               MOVE 'N' TO WS-ORDER-OK-SW
           END-IF.

       FIND-NEXT-ORDER-NUMBER.
           MOVE 1 TO WS-NEXT-ORDER
           MOVE 'N' TO WS-STNDORD-EOF-SW
           MOVE WS-CUSTOMER-ID TO SO-CUSTOMER-ID
           MOVE 0 TO SO-ORDER-NUMBER
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STNDORD-EOF-SW
           END-START
           PERFORM UNTIL STNDORD-EOF
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STNDORD-EOF-SW
                   NOT AT END
                       IF SO-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           MOVE 'Y' TO WS-STNDORD-EOF-SW
                       ELSE
                           COMPUTE WS-NEXT-ORDER = SO-ORDER-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-NEW-ORDER.
           MOVE SPACES TO STANDING-ORDER-RECORD
           MOVE WS-CUSTOMER-ID TO SO-CUSTOMER-ID
           MOVE WS-NEXT-ORDER TO SO-ORDER-NUMBER
           MOVE WS-FROM-TYPE TO SO-FROM-ACCOUNT-TYPE
           MOVE WS-TO-TYPE TO SO-TO-ACCOUNT-TYPE
           MOVE WS-AMOUNT TO SO-AMOUNT
           MOVE WS-FREQUENCY TO SO-FREQUENCY
           MOVE WS-RUN-DAY TO SO-RUN-DAY
           MOVE WS-START-DATE TO SO-START-DATE
           MOVE WS-END-DATE TO SO-END-DATE
           MOVE 'A' TO SO-STATUS
           MOVE 0 TO SO-LAST-GEN-DATE
           MOVE 0 TO SO-LAST-EXEC-DATE
           MOVE WS-OPERATOR-ID TO SO-ENTERED-BY
           MOVE WS-TODAY TO SO-ENTERED-DATE
           MOVE WS-MEMO TO SO-MEMO
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Order not added - status "
                       WS-STNDORD-STATUS
               NOT INVALID KEY
                   DISPLAY "Standing order added: " WS-CUSTOMER-ID
                       " order " WS-NEXT-ORDER
           END-WRITE.

       READ-ORDER.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           DISPLAY "Order number:"
           ACCEPT WS-ORDER-NUMBER
           MOVE WS-CUSTOMER-ID TO SO-CUSTOMER-ID
           MOVE WS-ORDER-NUMBER TO SO-ORDER-NUMBER
           READ STANDING-ORDER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ORDER-OK-SW
                   DISPLAY "Standing order not found"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ORDER-OK-SW
                   MOVE 0 TO WS-ORDER-COUNT
                   PERFORM DISPLAY-ORDER-LINE
           END-READ.

       AMEND-ORDER.
      *    Only the amount and end date change; a different pair of
      *    accounts or a new schedule is a new order.
           PERFORM READ-ORDER
           IF ORDER-OK
               IF SO-CANCELLED OR SO-ENDED
                   DISPLAY "Order is closed - status " SO-STATUS
               ELSE
                   DISPLAY "New amount (0 = no change):"
                   ACCEPT WS-AMOUNT
                   IF WS-AMOUNT > 0
                       MOVE WS-AMOUNT TO SO-AMOUNT
                   END-IF
                   DISPLAY "New end date (CCYYMMDD, 0 = no change):"
                   ACCEPT WS-END-DATE
                   IF WS-END-DATE NOT = 0
                       IF WS-END-DATE < SO-START-DATE
                               OR WS-END-DATE < WS-TODAY
                           DISPLAY "End date not changed - before "
                               "the start date or today"
                       ELSE
                           MOVE WS-END-DATE TO SO-END-DATE
                       END-IF
                   END-IF
                   PERFORM REWRITE-ORDER
               END-IF
           END-IF.

       CHANGE-ORDER-STATUS.
           PERFORM READ-ORDER
           IF ORDER-OK
               IF SO-CANCELLED OR SO-ENDED
                   DISPLAY "Order is closed - status " SO-STATUS
               ELSE
                   DISPLAY "New status - A=Active S=Suspended "
                       "C=Cancelled:"
                   ACCEPT WS-STATUS-CHOICE
                   EVALUATE WS-STATUS-CHOICE
                       WHEN 'A'
      *                    A resumed order is marked generated up to
      *                    yesterday - the occurrences that fell due
      *                    while it was suspended are not made up,
      *                    and one due today still runs tonight.
                           COMPUTE WS-DAY-BEFORE = FUNCTION
                               DATE-OF-INTEGER (FUNCTION
                               INTEGER-OF-DATE (WS-TODAY) - 1)
                           IF SO-SUSPENDED
                                   AND SO-LAST-GEN-DATE < WS-DAY-BEFORE
                               MOVE WS-DAY-BEFORE TO SO-LAST-GEN-DATE
                           END-IF
                           MOVE WS-STATUS-CHOICE TO SO-STATUS
                           PERFORM REWRITE-ORDER
                       WHEN 'S'
                       WHEN 'C'
                           MOVE WS-STATUS-CHOICE TO SO-STATUS
                           PERFORM REWRITE-ORDER
                       WHEN OTHER
                           DISPLAY "Status not changed"
                   END-EVALUATE
               END-IF
           END-IF.

       REWRITE-ORDER.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   DISPLAY "Update failed - status " WS-STNDORD-STATUS
               NOT INVALID KEY
                   DISPLAY "Standing order updated"
           END-REWRITE.
