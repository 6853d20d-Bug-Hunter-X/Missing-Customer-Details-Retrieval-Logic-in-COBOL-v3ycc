      ******************************************************************
      * PROGRAM-ID. SUSPREL
      * Suspense re-entry - feeds the items corrected through SUSPMNT
      * back into tonight's posting.  Runs after TRNEDIT has written
      * the clean DAILY-TRANSACTIONS file and before TRNPOST: every
      * SUSPENSE item in corrected status ('C') has its corrected
      * transaction image appended to DAILY-TRANSACTIONS and is
      * marked re-entered ('E') with tonight's business date, so it
      * is released exactly once.  If the item fails again TRNPOST
      * opens a new suspense item for it with the new reason.
      *
      * A re-entry listing names every item released with its
      * original reject date, the operator who corrected it, and a
      * count and amount total for the desk.
      *
      * Registered with BATCHCTL as step SUSPREL; everything the
      * run stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT DAILY-TRANSACTIONS ASSIGN TO "DAILYTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILYTRN-STATUS.

           SELECT REENTRY-LISTING ASSIGN TO "SUSPRLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPRLST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  DAILY-TRANSACTIONS.
           COPY TRNREC.

       FD  REENTRY-LISTING
           RECORD CONTAINS 80 CHARACTERS.
       01  LST-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS              PIC X(2).
       01  WS-DAILYTRN-STATUS              PIC X(2).
       01  WS-SUSPRLST-STATUS              PIC X(2).
       01  WS-SUSPENSE-EOF-SW              PIC X(1)    VALUE 'N'.
           88  SUSPENSE-EOF                            VALUE 'Y'.

       01  WS-RELEASED-COUNT               PIC 9(7)    VALUE 0.
       01  WS-RELEASED-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.

           COPY CTLPARM.

       01  WS-LST-HEADING-1                PIC X(80)   VALUE
           "SUSPENSE RE-ENTRY LISTING".

       01  WS-LST-HEADING-2.
           05  FILLER             PIC X(17)  VALUE "SUSPENSE ITEM".
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(2)   VALUE "C".
           05  FILLER             PIC X(3)   VALUE "TO".
           05  FILLER             PIC X(12)  VALUE "      AMOUNT".
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(9)   VALUE "OPERATOR".
           05  FILLER             PIC X(8)   VALUE "FIXED".

       01  WS-LST-DETAIL.
           05  LD-REJECT-DATE     PIC 9(8).
           05  FILLER             PIC X(1)   VALUE "-".
           05  LD-SEQUENCE        PIC 9(7).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-TRAN-CODE       PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-TO-ACCOUNT-TYPE PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-AMOUNT          PIC Z(8)9.99.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LD-OPERATOR        PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-ACTION-DATE     PIC 9(8).

       01  WS-LST-TOTAL-LINE.
           05  FILLER             PIC X(22)  VALUE
               "ITEMS RE-ENTERED".
           05  LT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LT-AMOUNT          PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE

           PERFORM OPEN-FILES

           MOVE WS-LST-HEADING-1 TO LST-LINE
           WRITE LST-LINE
           MOVE WS-LST-HEADING-2 TO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           WRITE LST-LINE

           MOVE LOW-VALUES TO SU-KEY
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUSPENSE-EOF-SW
           END-START

           PERFORM UNTIL SUSPENSE-EOF
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF-SW
                   NOT AT END
                       IF SU-CORRECTED
                           PERFORM RELEASE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LST-LINE
           WRITE LST-LINE
           MOVE WS-RELEASED-COUNT TO LT-COUNT
           MOVE WS-RELEASED-AMOUNT TO LT-AMOUNT
           MOVE WS-LST-TOTAL-LINE TO LST-LINE
           WRITE LST-LINE

           DISPLAY "SUSPENSE ITEMS RE-ENTERED: " WS-RELEASED-COUNT

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "SUSPREL" TO CTL-STEP-NAME
           MOVE "SUSPENSE" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "SUSPREL NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

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

      *    TRNEDIT has already written tonight's clean file - the
      *    released items are added behind the branch batches.
           OPEN EXTEND DAILY-TRANSACTIONS
           IF WS-DAILYTRN-STATUS NOT = "00" THEN
               OPEN OUTPUT DAILY-TRANSACTIONS
           END-IF
           IF WS-DAILYTRN-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING DAILY-TRANSACTIONS: "
                   WS-DAILYTRN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT REENTRY-LISTING
           IF WS-SUSPRLST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING REENTRY-LISTING: "
                   WS-SUSPRLST-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE SUSPENSE-FILE
           CLOSE DAILY-TRANSACTIONS
           CLOSE REENTRY-LISTING.

       RELEASE-ITEM.
           MOVE SU-TRAN-IMAGE TO TRANSACTION-RECORD
           WRITE TRANSACTION-RECORD

           MOVE 'E' TO SU-STATUS
           MOVE WS-RUN-DATE TO SU-REENTRY-DATE
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING SUSPENSE: "
                       WS-SUSPENSE-STATUS " ITEM " SU-KEY
                   STOP RUN
           END-REWRITE

           ADD 1 TO WS-RELEASED-COUNT
           ADD SU-AMOUNT TO WS-RELEASED-AMOUNT

           MOVE SU-REJECT-DATE TO LD-REJECT-DATE
           MOVE SU-SEQUENCE TO LD-SEQUENCE
           MOVE TR-CUSTOMER-ID TO LD-CUSTOMER-ID
           MOVE TR-ACCOUNT-TYPE TO LD-ACCOUNT-TYPE
           MOVE TR-TRAN-CODE TO LD-TRAN-CODE
           MOVE TR-TO-ACCOUNT-TYPE TO LD-TO-ACCOUNT-TYPE
           MOVE SU-AMOUNT TO LD-AMOUNT
           MOVE SU-ACTION-OPERATOR TO LD-OPERATOR
           MOVE SU-ACTION-DATE TO LD-ACTION-DATE
           MOVE WS-LST-DETAIL TO LST-LINE
           WRITE LST-LINE.
