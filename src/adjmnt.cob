      ******************************************************************
      * PROGRAM-ID. ADJMNT
      * Online balance-adjustment maintenance - the only way a
      * balance correction reaches CUSTOMER-MASTER.  The operator
      * signs on with an operator ID, which is stamped on every
      * adjustment keyed, approved, or rejected.
      *
      * The maker keys a pending adjustment against one account a
      * customer actually carries: a direction (C credit, D debit),
      * a positive amount, a reason code (EC error correction, CV
      * conversion, FR fee refund, IA interest adjustment, OT
      * other), and a memo.  No adjustment is taken for a closed or
      * deceased customer.  A second operator reviews the pending
      * adjustment and approves or rejects it; the operator who
      * keyed an adjustment can never decide it.  Approved
      * adjustments are posted by ADJPOST in the nightly stream.
      * Adjustments are never deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJUST-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-ADJUST-STATUS            PIC X(2).
       01  WS-CUSTMAS-STATUS           PIC X(2).
       01  WS-ADJUST-EOF-SW            PIC X(1)    VALUE 'N'.
           88  ADJUST-EOF                          VALUE 'Y'.

       01  WS-CONTINUE-SW              PIC X(1)    VALUE 'Y'.
           88  CONTINUE-PROCESSING                 VALUE 'Y'.
       01  WS-CHOICE                   PIC X(1).
       01  WS-CONFIRM                  PIC X(1).
       01  WS-DECISION                 PIC X(1).
       01  WS-PENDING-ONLY-SW          PIC X(1)    VALUE 'N'.
           88  PENDING-ONLY                        VALUE 'Y'.

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CUSTOMER-ID              PIC 9(5).
       01  WS-ACCOUNT-TYPE             PIC X(2).
       01  WS-SEQUENCE                 PIC 9(3).
       01  WS-NEXT-SEQUENCE            PIC 9(3).
       01  WS-DIRECTION                PIC X(1).
       01  WS-AMOUNT                   PIC 9(7)V99.
       01  WS-REASON-CODE              PIC X(2).
       01  WS-MEMO                     PIC X(30).
       01  WS-TODAY                    PIC 9(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-ACCT-IDX                 PIC 9(1).
       01  WS-ACCOUNT-FOUND-SW         PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                       VALUE 'Y'.
       01  WS-ADJ-COUNT                PIC 9(5)    VALUE 0.

       01  WS-LIST-LINE.
           05  LL-CUSTOMER-ID          PIC 9(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-ACCOUNT-TYPE         PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-SEQUENCE             PIC 9(3).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-STATUS               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-DIRECTION            PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-AMOUNT               PIC Z(6)9.99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-REASON-CODE          PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-ENTERED-BY           PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-DECIDED-BY           PIC X(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-MEMO                 PIC X(20).

       01  WS-AMOUNT-EDIT              PIC Z(6)9.99.

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
               DISPLAY "1=List customer  2=List pending  "
                   "3=Enter adjustment  4=Approve/reject  X=Exit"
               DISPLAY "Enter selection:"
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN '1'
                       PERFORM LIST-CUSTOMER-ADJUSTMENTS
                   WHEN '2'
                       PERFORM LIST-PENDING-ADJUSTMENTS
                   WHEN '3'
                       PERFORM ENTER-ADJUSTMENT
                   WHEN '4'
                       PERFORM DECIDE-ADJUSTMENT
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
           OPEN I-O ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS = "05" OR WS-ADJUST-STATUS = "35"
      *        ADJUSTMENTS does not exist yet - create it.
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               OPEN I-O ADJUSTMENT-FILE
           END-IF
           IF WS-ADJUST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING ADJUSTMENTS: " WS-ADJUST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE ADJUSTMENT-FILE
           CLOSE CUSTOMER-MASTER.

       LIST-CUSTOMER-ADJUSTMENTS.
      *    Every adjustment on file for the customer, all accounts,
      *    whatever its status.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE 'N' TO WS-PENDING-ONLY-SW
           MOVE WS-CUSTOMER-ID TO AJ-CUSTOMER-ID
           MOVE LOW-VALUES TO AJ-ACCOUNT-TYPE
           MOVE 0 TO AJ-SEQUENCE
           PERFORM LIST-ADJUSTMENTS
           IF WS-ADJ-COUNT = 0
               DISPLAY "No adjustments on file for customer "
                   WS-CUSTOMER-ID
           END-IF.

       LIST-PENDING-ADJUSTMENTS.
      *    The approval queue - every adjustment still waiting for a
      *    second operator, all customers.
           MOVE 'Y' TO WS-PENDING-ONLY-SW
           MOVE LOW-VALUES TO AJ-KEY
           PERFORM LIST-ADJUSTMENTS
           IF WS-ADJ-COUNT = 0
               DISPLAY "No adjustments pending"
           ELSE
               DISPLAY "Adjustments pending: " WS-ADJ-COUNT
           END-IF.

       LIST-ADJUSTMENTS.
           MOVE 0 TO WS-ADJ-COUNT
           MOVE 'N' TO WS-ADJUST-EOF-SW
           START ADJUSTMENT-FILE KEY IS NOT LESS THAN AJ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ADJUST-EOF-SW
           END-START

           DISPLAY "CUST  TY SEQ S D     AMOUNT RC ENTERED  "
               "DECIDED  MEMO"
           PERFORM UNTIL ADJUST-EOF
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADJUST-EOF-SW
                   NOT AT END
                       IF PENDING-ONLY
                           IF AJ-PENDING
                               PERFORM DISPLAY-ADJUSTMENT-LINE
                           END-IF
                       ELSE
                           IF AJ-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                               MOVE 'Y' TO WS-ADJUST-EOF-SW
                           ELSE
                               PERFORM DISPLAY-ADJUSTMENT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DISPLAY-ADJUSTMENT-LINE.
           ADD 1 TO WS-ADJ-COUNT
           MOVE AJ-CUSTOMER-ID TO LL-CUSTOMER-ID
           MOVE AJ-ACCOUNT-TYPE TO LL-ACCOUNT-TYPE
           MOVE AJ-SEQUENCE TO LL-SEQUENCE
           MOVE AJ-STATUS TO LL-STATUS
           MOVE AJ-DIRECTION TO LL-DIRECTION
           MOVE AJ-AMOUNT TO LL-AMOUNT
           MOVE AJ-REASON-CODE TO LL-REASON-CODE
           MOVE AJ-ENTERED-BY TO LL-ENTERED-BY
           MOVE AJ-DECIDED-BY TO LL-DECIDED-BY
           MOVE AJ-MEMO TO LL-MEMO
           DISPLAY WS-LIST-LINE.

       ENTER-ADJUSTMENT.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not found: " WS-CUSTOMER-ID
               NOT INVALID KEY
                   IF CM-CLOSED OR CM-DECEASED
                       DISPLAY "Customer status is " CM-STATUS-CODE
                           " - no adjustments taken"
                   ELSE
                       PERFORM ACCEPT-ADJUSTMENT-DETAILS
                   END-IF
           END-READ.

       ACCEPT-ADJUSTMENT-DETAILS.
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
               MOVE SPACE TO AJ-DIRECTION
               PERFORM UNTIL AJ-DIRECTION-VALID
                   DISPLAY "Direction - C=Credit (add) "
                       "D=Debit (take):"
                   ACCEPT WS-DIRECTION
                   IF WS-DIRECTION = 'c'
                       MOVE 'C' TO WS-DIRECTION
                   END-IF
                   IF WS-DIRECTION = 'd'
                       MOVE 'D' TO WS-DIRECTION
                   END-IF
                   MOVE WS-DIRECTION TO AJ-DIRECTION
               END-PERFORM

               DISPLAY "Adjustment amount:"
               ACCEPT WS-AMOUNT
               PERFORM UNTIL WS-AMOUNT > 0
                   DISPLAY "Amount must be greater than 0:"
                   ACCEPT WS-AMOUNT
               END-PERFORM

               MOVE SPACES TO AJ-REASON-CODE
               PERFORM UNTIL AJ-REASON-VALID
                   DISPLAY "Reason - EC=Error correction "
                       "CV=Conversion FR=Fee refund"
                   DISPLAY "         IA=Interest adjustment "
                       "OT=Other:"
                   ACCEPT WS-REASON-CODE
                   MOVE WS-REASON-CODE TO AJ-REASON-CODE
               END-PERFORM

               DISPLAY "Memo (what is being corrected):"
               ACCEPT WS-MEMO

               PERFORM FIND-NEXT-SEQUENCE
               PERFORM WRITE-NEW-ADJUSTMENT
           END-IF.

       FIND-NEXT-SEQUENCE.
      *    The new adjustment goes after the highest sequence the
      *    account has ever used, whatever became of the others.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE 'N' TO WS-ADJUST-EOF-SW
           MOVE WS-CUSTOMER-ID TO AJ-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO AJ-ACCOUNT-TYPE
           MOVE 0 TO AJ-SEQUENCE
           START ADJUSTMENT-FILE KEY IS NOT LESS THAN AJ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ADJUST-EOF-SW
           END-START
           PERFORM UNTIL ADJUST-EOF
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADJUST-EOF-SW
                   NOT AT END
                       IF AJ-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                               OR AJ-ACCOUNT-TYPE NOT = WS-ACCOUNT-TYPE
                           MOVE 'Y' TO WS-ADJUST-EOF-SW
                       ELSE
                           COMPUTE WS-NEXT-SEQUENCE = AJ-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-NEW-ADJUSTMENT.
           MOVE SPACES TO ADJUSTMENT-RECORD
           MOVE WS-CUSTOMER-ID TO AJ-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO AJ-ACCOUNT-TYPE
           MOVE WS-NEXT-SEQUENCE TO AJ-SEQUENCE
           MOVE WS-DIRECTION TO AJ-DIRECTION
           MOVE WS-AMOUNT TO AJ-AMOUNT
           MOVE WS-REASON-CODE TO AJ-REASON-CODE
           MOVE 'P' TO AJ-STATUS
           MOVE WS-OPERATOR-ID TO AJ-ENTERED-BY
           MOVE WS-TODAY TO AJ-ENTERED-DATE
           MOVE SPACES TO AJ-DECIDED-BY
           MOVE 0 TO AJ-DECIDED-DATE
           MOVE 0 TO AJ-POSTED-DATE
           MOVE 0 TO AJ-HIST-SEQUENCE
           MOVE WS-MEMO TO AJ-MEMO
           MOVE SPACES TO AJ-FAIL-REASON
           WRITE ADJUSTMENT-RECORD
               INVALID KEY
                   DISPLAY "Adjustment not entered - status "
                       WS-ADJUST-STATUS
               NOT INVALID KEY
                   DISPLAY "Adjustment pending approval: "
                       WS-CUSTOMER-ID " " WS-ACCOUNT-TYPE
                       " sequence " WS-NEXT-SEQUENCE
           END-WRITE.

       DECIDE-ADJUSTMENT.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           DISPLAY "Account type:"
           ACCEPT WS-ACCOUNT-TYPE
           DISPLAY "Adjustment sequence number:"
           ACCEPT WS-SEQUENCE
           MOVE WS-CUSTOMER-ID TO AJ-CUSTOMER-ID
           MOVE WS-ACCOUNT-TYPE TO AJ-ACCOUNT-TYPE
           MOVE WS-SEQUENCE TO AJ-SEQUENCE
           READ ADJUSTMENT-FILE
               INVALID KEY
                   DISPLAY "Adjustment not found"
               NOT INVALID KEY
                   IF NOT AJ-PENDING
                       DISPLAY "Adjustment is not pending - status "
                           AJ-STATUS
                   ELSE
                       IF AJ-ENTERED-BY = WS-OPERATOR-ID
                           DISPLAY "Adjustment was keyed by "
                               AJ-ENTERED-BY
                               " - another operator must decide it"
                       ELSE
                           PERFORM CONFIRM-DECISION
                       END-IF
                   END-IF
           END-READ.

       CONFIRM-DECISION.
           MOVE AJ-AMOUNT TO WS-AMOUNT-EDIT
           IF AJ-CREDIT
               DISPLAY "Credit of " WS-AMOUNT-EDIT " reason "
                   AJ-REASON-CODE " keyed " AJ-ENTERED-DATE
                   " by " AJ-ENTERED-BY
           ELSE
               DISPLAY "Debit of " WS-AMOUNT-EDIT " reason "
                   AJ-REASON-CODE " keyed " AJ-ENTERED-DATE
                   " by " AJ-ENTERED-BY
           END-IF
           DISPLAY "Memo: " AJ-MEMO
           DISPLAY "A=Approve  R=Reject  other=Leave pending:"
           ACCEPT WS-DECISION
           IF WS-DECISION = 'a'
               MOVE 'A' TO WS-DECISION
           END-IF
           IF WS-DECISION = 'r'
               MOVE 'R' TO WS-DECISION
           END-IF
           IF WS-DECISION = 'A' OR WS-DECISION = 'R'
               MOVE WS-DECISION TO AJ-STATUS
               MOVE WS-OPERATOR-ID TO AJ-DECIDED-BY
               MOVE WS-TODAY TO AJ-DECIDED-DATE
               REWRITE ADJUSTMENT-RECORD
                   INVALID KEY
                       DISPLAY "Update failed - status "
                           WS-ADJUST-STATUS
                   NOT INVALID KEY
                       IF AJ-APPROVED
                           DISPLAY "Adjustment approved - posts "
                               "tonight"
                       ELSE
                           DISPLAY "Adjustment rejected"
                       END-IF
               END-REWRITE
           ELSE
               DISPLAY "Adjustment not changed"
           END-IF.
