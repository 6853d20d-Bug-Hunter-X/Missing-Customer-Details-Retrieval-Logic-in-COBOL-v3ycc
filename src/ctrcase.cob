      ******************************************************************
      * PROGRAM-ID. CTRCASE
      * Online structuring case maintenance - lists the cases CTRSCAN
      * raised on the STRUCTURING-CASE file and lets compliance work
      * them.  The operator signs on with an operator ID, which is
      * stamped with the date on every status change.
      *
      * A case opens as 'O' (open).  Compliance marks it reviewed
      * ('V') while looking into it, then filed ('F') when a report
      * has gone to the regulator or cleared ('C') when the activity
      * is explained.  Filed and cleared cases are final; any new
      * activity after them raises a new case.  Cases are never
      * deleted, so the file keeps the full record of what was
      * flagged and what was done about it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRCASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRUCTURING-CASE-FILE ASSIGN TO "STRCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STRCASE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STRUCTURING-CASE-FILE.
           COPY STRCREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-STRCASE-STATUS           PIC X(2).
       01  WS-CUSTMAS-STATUS           PIC X(2).
       01  WS-STRCASE-EOF-SW           PIC X(1)    VALUE 'N'.
           88  STRCASE-EOF                         VALUE 'Y'.

       01  WS-CONTINUE-SW              PIC X(1)    VALUE 'Y'.
           88  CONTINUE-PROCESSING                 VALUE 'Y'.
       01  WS-CHOICE                   PIC X(1).
       01  WS-CONFIRM                  PIC X(1).
       01  WS-WORKING-ONLY-SW          PIC X(1)    VALUE 'N'.
           88  WORKING-ONLY                        VALUE 'Y'.

       01  WS-OPERATOR-ID              PIC X(8).
       01  WS-CUSTOMER-ID              PIC 9(5).
       01  WS-CASE-NUMBER              PIC 9(3).
       01  WS-NEW-STATUS               PIC X(1).
       01  WS-NOTE                     PIC X(40).
       01  WS-TODAY                    PIC 9(8).
       01  WS-TIMESTAMP                PIC X(21).
       01  WS-CASE-COUNT               PIC 9(5)    VALUE 0.
       01  WS-STATUS-VALID-SW          PIC X(1)    VALUE 'N'.
           88  STATUS-VALID                        VALUE 'Y'.

       01  WS-LIST-LINE.
           05  LL-CUSTOMER-ID          PIC 9(5).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-CASE-NUMBER          PIC 9(3).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-STATUS               PIC X(1).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-OPENED-DATE          PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-FIRST-DATE           PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-LAST-DATE            PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-ITEM-COUNT           PIC ZZZ9.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-AMOUNT               PIC Z(8)9.99.
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  LL-ACTION-OPERATOR      PIC X(8).

       01  WS-AMOUNT-EDIT              PIC Z(8)9.99.

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
               DISPLAY "1=List customer  2=List open/reviewed  "
                   "3=Update case  X=Exit"
               DISPLAY "Enter selection:"
               ACCEPT WS-CHOICE

               EVALUATE WS-CHOICE
                   WHEN '1'
                       PERFORM LIST-CUSTOMER-CASES
                   WHEN '2'
                       PERFORM LIST-WORKING-CASES
                   WHEN '3'
                       PERFORM UPDATE-CASE
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
           OPEN I-O STRUCTURING-CASE-FILE
           IF WS-STRCASE-STATUS = "05" OR WS-STRCASE-STATUS = "35"
      *        STRUCTURING-CASE does not exist yet - create it.
               OPEN OUTPUT STRUCTURING-CASE-FILE
               CLOSE STRUCTURING-CASE-FILE
               OPEN I-O STRUCTURING-CASE-FILE
           END-IF
           IF WS-STRCASE-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING STRUCTURING-CASE: "
                   WS-STRCASE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE STRUCTURING-CASE-FILE
           CLOSE CUSTOMER-MASTER.

       LIST-CUSTOMER-CASES.
      *    Every case on file for the customer, whatever its status.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "Customer not on file: " WS-CUSTOMER-ID
               NOT INVALID KEY
                   DISPLAY "Customer Name:" CM-CUSTOMER-NAME
           END-READ
           MOVE 'N' TO WS-WORKING-ONLY-SW
           MOVE WS-CUSTOMER-ID TO SC-CUSTOMER-ID
           MOVE 0 TO SC-CASE-NUMBER
           PERFORM LIST-CASES
           IF WS-CASE-COUNT = 0
               DISPLAY "No cases on file for customer " WS-CUSTOMER-ID
           END-IF.

       LIST-WORKING-CASES.
      *    The compliance queue - every case still open or under
      *    review, all customers.
           MOVE 'Y' TO WS-WORKING-ONLY-SW
           MOVE 0 TO WS-CUSTOMER-ID
           MOVE LOW-VALUES TO SC-KEY
           PERFORM LIST-CASES
           IF WS-CASE-COUNT = 0
               DISPLAY "No open or reviewed cases"
           ELSE
               DISPLAY "Cases in progress: " WS-CASE-COUNT
           END-IF.

       LIST-CASES.
           MOVE 0 TO WS-CASE-COUNT
           MOVE 'N' TO WS-STRCASE-EOF-SW
           START STRUCTURING-CASE-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STRCASE-EOF-SW
           END-START

           DISPLAY "CUST  CSE S OPENED   FIRST    LAST     ITEMS"
               "       AMOUNT BY"
           PERFORM UNTIL STRCASE-EOF
               READ STRUCTURING-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STRCASE-EOF-SW
                   NOT AT END
                       IF WORKING-ONLY
                           IF SC-IN-PROGRESS
                               PERFORM DISPLAY-CASE-LINE
                           END-IF
                       ELSE
                           IF SC-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                               MOVE 'Y' TO WS-STRCASE-EOF-SW
                           ELSE
                               PERFORM DISPLAY-CASE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DISPLAY-CASE-LINE.
           ADD 1 TO WS-CASE-COUNT
           MOVE SC-CUSTOMER-ID TO LL-CUSTOMER-ID
           MOVE SC-CASE-NUMBER TO LL-CASE-NUMBER
           MOVE SC-STATUS TO LL-STATUS
           MOVE SC-OPENED-DATE TO LL-OPENED-DATE
           MOVE SC-FIRST-ITEM-DATE TO LL-FIRST-DATE
           MOVE SC-LAST-ITEM-DATE TO LL-LAST-DATE
           MOVE SC-ITEM-COUNT TO LL-ITEM-COUNT
           MOVE SC-ITEM-AMOUNT TO LL-AMOUNT
           MOVE SC-ACTION-OPERATOR TO LL-ACTION-OPERATOR
           DISPLAY WS-LIST-LINE.

       UPDATE-CASE.
           DISPLAY "Enter Customer ID:"
           ACCEPT WS-CUSTOMER-ID
           DISPLAY "Case number:"
           ACCEPT WS-CASE-NUMBER
           MOVE WS-CUSTOMER-ID TO SC-CUSTOMER-ID
           MOVE WS-CASE-NUMBER TO SC-CASE-NUMBER
           READ STRUCTURING-CASE-FILE
               INVALID KEY
                   DISPLAY "Case not found"
               NOT INVALID KEY
                   IF SC-IN-PROGRESS
                       PERFORM ACCEPT-CASE-ACTION
                   ELSE
                       DISPLAY "Case is closed - status " SC-STATUS
                   END-IF
           END-READ.

       ACCEPT-CASE-ACTION.
           MOVE SC-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "Case status " SC-STATUS " - " SC-ITEM-COUNT
               " items totalling " WS-AMOUNT-EDIT
           DISPLAY "Activity " SC-FIRST-ITEM-DATE " to "
               SC-LAST-ITEM-DATE " opened " SC-OPENED-DATE
           IF SC-NOTE NOT = SPACES
               DISPLAY "Last note: " SC-NOTE
           END-IF

           MOVE 'N' TO WS-STATUS-VALID-SW
           PERFORM UNTIL STATUS-VALID
               IF SC-OPEN
                   DISPLAY "New status - V=Reviewed F=Filed "
                       "C=Cleared:"
               ELSE
                   DISPLAY "New status - F=Filed C=Cleared:"
               END-IF
               ACCEPT WS-NEW-STATUS
               IF WS-NEW-STATUS = 'F' OR WS-NEW-STATUS = 'C'
                       OR (WS-NEW-STATUS = 'V' AND SC-OPEN)
                   MOVE 'Y' TO WS-STATUS-VALID-SW
               ELSE
                   DISPLAY "Invalid status for this case"
               END-IF
           END-PERFORM

           DISPLAY "Note (filing reference or reason):"
           ACCEPT WS-NOTE

           DISPLAY "Change case to " WS-NEW-STATUS " (Y/N):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE WS-NEW-STATUS TO SC-STATUS
               MOVE WS-TODAY TO SC-ACTION-DATE
               MOVE WS-OPERATOR-ID TO SC-ACTION-OPERATOR
               MOVE WS-NOTE TO SC-NOTE
               REWRITE STRUCTURING-CASE-RECORD
                   INVALID KEY
                       DISPLAY "Update failed - status "
                           WS-STRCASE-STATUS
                   NOT INVALID KEY
                       DISPLAY "Case updated"
               END-REWRITE
           ELSE
               DISPLAY "Case not changed"
           END-IF.
