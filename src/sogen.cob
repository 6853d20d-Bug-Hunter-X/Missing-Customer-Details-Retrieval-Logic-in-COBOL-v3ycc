      ******************************************************************
      * PROGRAM-ID. SOGEN
      * Nightly standing-order generation - reads every order on the
      * STANDING-ORDER file and, for each active order that falls
      * due on the control business date, appends a transfer to
      * DAILY-TRANSACTIONS for TRNPOST to post.  Runs after TRNEDIT
      * has written the clean file and before TRNPOST.
      *
      * An order's latest scheduled date on or before tonight (or
      * its end date, if that is earlier) is worked out from its
      * frequency - weekly on the start date's weekday, monthly on
      * the start date's day or on SO-RUN-DAY, a day past the end of
      * a short month falling on the month's last day.  The order is
      * due when that date is on or after its start and later than
      * the last date generated, so a night the run did not go
      * still produces the missed transfer once.  An order whose
      * end date has passed is marked ended ('E').
      *
      * A due order is not generated when the customer is not on
      * file or not active, either account is not carried or its
      * type is not on PRODUCT-MASTER, or the amount would overdraw
      * a product that does not permit overdrafts or draw on money
      * under an active hold (against the balance before tonight's
      * posting).  A failed occurrence is reported and counts as
      * generated, so it is not retried every night; the customer
      * is told of it by the desk.  SO-LAST-EXEC-DATE is left to
      * TRNPOST, which stamps it only when the transfer posts.
      *
      * The generated transfers carry TR-SOURCE "SOGEN" and the
      * order number in TR-REFERENCE.  The register lists every due
      * order with the transfer generated or the reason it failed,
      * with count and amount totals for each.
      *
      * Registered with BATCHCTL as step SOGEN; everything the run
      * stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.

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

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-ACCOUNT-TYPE
               FILE STATUS IS WS-PRODMAST-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT DAILY-TRANSACTIONS ASSIGN TO "DAILYTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILYTRN-STATUS.

           SELECT GENERATION-REGISTER ASSIGN TO "SOGENREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOGENREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
           COPY STOREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  PRODUCT-MASTER.
           COPY PRODREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  DAILY-TRANSACTIONS.
           COPY TRNREC.

       FD  GENERATION-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STNDORD-STATUS               PIC X(2).
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-PRODMAST-STATUS              PIC X(2).
       01  WS-HOLDS-STATUS                 PIC X(2).
       01  WS-DAILYTRN-STATUS              PIC X(2).
       01  WS-SOGENREG-STATUS              PIC X(2).
       01  WS-STNDORD-EOF-SW               PIC X(1)    VALUE 'N'.
           88  STNDORD-EOF                             VALUE 'Y'.
       01  WS-HOLDS-EOF-SW                 PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                               VALUE 'Y'.
       01  WS-HOLDS-OPEN-SW                PIC X(1)    VALUE 'N'.
           88  HOLDS-AVAILABLE                         VALUE 'Y'.
       01  WS-ORDER-DUE-SW                 PIC X(1)    VALUE 'N'.
           88  ORDER-DUE                               VALUE 'Y'.
       01  WS-ORDER-CHANGED-SW             PIC X(1)    VALUE 'N'.
           88  ORDER-CHANGED                           VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.
       01  WS-LIMIT-DATE                   PIC 9(8)    VALUE 0.
       01  WS-SCHED-DATE                   PIC 9(8)    VALUE 0.
       01  WS-DAY-NUMBER                   PIC 9(8)    VALUE 0.
       01  WS-DAYS-SINCE-START             PIC 9(8)    VALUE 0.
       01  WS-WEEK-OFFSET                  PIC 9(1)    VALUE 0.

       01  WS-WORK-DATE.
           05  WS-WORK-YEAR                PIC 9(4).
           05  WS-WORK-MONTH               PIC 9(2).
           05  WS-WORK-DAY                 PIC 9(2).
       01  WS-TARGET-DAY                   PIC 9(2)    VALUE 0.
       01  WS-MONTH-DAYS                   PIC 9(2)    VALUE 0.
       01  WS-LEAP-REMAINDER               PIC 9(4)    VALUE 0.

       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-FROM-ACCT                    PIC 9(1)    VALUE 0.
       01  WS-TO-ACCT                      PIC 9(1)    VALUE 0.
       01  WS-FROM-OD-ALLOWED              PIC X(1)    VALUE 'Y'.
       01  WS-HOLD-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  WS-AVAILABLE-BALANCE            PIC S9(9)V99 VALUE 0.
       01  WS-FAIL-REASON                  PIC X(25)   VALUE SPACES.

       01  WS-ORDER-COUNT                  PIC 9(7)    VALUE 0.
       01  WS-GENERATED-COUNT              PIC 9(7)    VALUE 0.
       01  WS-GENERATED-AMOUNT             PIC 9(9)V99 VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-FAILED-AMOUNT                PIC 9(9)V99 VALUE 0.
       01  WS-ENDED-COUNT                  PIC 9(7)    VALUE 0.

           COPY CTLPARM.

       01  WS-REG-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "STANDING ORDER REGISTER".
           05  FILLER             PIC X(10)  VALUE "FOR".
           05  HD-RUN-DATE        PIC 9(8).

       01  WS-REG-HEADING-2.
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(4)   VALUE "ORD".
           05  FILLER             PIC X(3)   VALUE "FR".
           05  FILLER             PIC X(3)   VALUE "TO".
           05  FILLER             PIC X(13)  VALUE "       AMOUNT".
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(2)   VALUE "F".
           05  FILLER             PIC X(9)   VALUE "DUE".
           05  FILLER             PIC X(25)  VALUE "RESULT".

       01  WS-REG-DETAIL.
           05  RD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-ORDER-NUMBER    PIC 9(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-FROM-TYPE       PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-TO-TYPE         PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-AMOUNT          PIC Z(9)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-FREQUENCY       PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-SCHED-DATE      PIC 9(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-RESULT          PIC X(25).

       01  WS-REG-TOTAL-LINE.
           05  LT-LABEL           PIC X(22).
           05  LT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LT-AMOUNT          PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE

           PERFORM OPEN-FILES

           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-REG-HEADING-1 TO REG-LINE
           WRITE REG-LINE
           MOVE WS-REG-HEADING-2 TO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           MOVE LOW-VALUES TO SO-KEY
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STNDORD-EOF-SW
           END-START

           PERFORM UNTIL STNDORD-EOF
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STNDORD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ORDER-COUNT
                       IF SO-ACTIVE
                           PERFORM PROCESS-ORDER
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-REGISTER-TOTALS

           DISPLAY "STANDING ORDERS READ: " WS-ORDER-COUNT
           DISPLAY "TRANSFERS GENERATED: " WS-GENERATED-COUNT
           DISPLAY "ORDERS FAILED: " WS-FAILED-COUNT
           DISPLAY "ORDERS ENDED: " WS-ENDED-COUNT

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "SOGEN" TO CTL-STEP-NAME
           MOVE "STNDORD" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "SOGEN NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

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
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING PRODUCT-MASTER: "
                   WS-PRODMAST-STATUS
               STOP RUN
           END-IF

      *    No HOLDS file yet simply means no holds are in force.
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE 'Y' TO WS-HOLDS-OPEN-SW
           END-IF

      *    TRNEDIT has already written tonight's clean file - the
      *    generated transfers are added behind the branch batches.
           OPEN EXTEND DAILY-TRANSACTIONS
           IF WS-DAILYTRN-STATUS NOT = "00" THEN
               OPEN OUTPUT DAILY-TRANSACTIONS
           END-IF
           IF WS-DAILYTRN-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING DAILY-TRANSACTIONS: "
                   WS-DAILYTRN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT GENERATION-REGISTER
           IF WS-SOGENREG-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING GENERATION-REGISTER: "
                   WS-SOGENREG-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE PRODUCT-MASTER
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           CLOSE DAILY-TRANSACTIONS
           CLOSE GENERATION-REGISTER.

       PROCESS-ORDER.
           MOVE 'N' TO WS-ORDER-CHANGED-SW
           MOVE WS-RUN-DATE TO WS-LIMIT-DATE
           IF SO-END-DATE NOT = 0 AND SO-END-DATE < WS-RUN-DATE
               MOVE SO-END-DATE TO WS-LIMIT-DATE
           END-IF

           PERFORM FIND-SCHEDULED-DATE
           IF ORDER-DUE
               PERFORM VALIDATE-ORDER
               IF WS-FAIL-REASON = SPACES
                   PERFORM GENERATE-TRANSFER
               ELSE
                   PERFORM REPORT-FAILED-ORDER
               END-IF
               MOVE WS-SCHED-DATE TO SO-LAST-GEN-DATE
               MOVE 'Y' TO WS-ORDER-CHANGED-SW
           END-IF

           IF SO-END-DATE NOT = 0 AND SO-END-DATE < WS-RUN-DATE
               MOVE 'E' TO SO-STATUS
               ADD 1 TO WS-ENDED-COUNT
               MOVE 'Y' TO WS-ORDER-CHANGED-SW
           END-IF

           IF ORDER-CHANGED
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING STANDING-ORDER: "
                           WS-STNDORD-STATUS " ORDER " SO-KEY
                       STOP RUN
               END-REWRITE
           END-IF.

       FIND-SCHEDULED-DATE.
      *    The latest date on or before the limit date the order's
      *    frequency schedules it for.
           MOVE 'N' TO WS-ORDER-DUE-SW
           MOVE 0 TO WS-SCHED-DATE
           IF SO-START-DATE <= WS-LIMIT-DATE
               EVALUATE TRUE
                   WHEN SO-WEEKLY
                       COMPUTE WS-DAYS-SINCE-START =
                           FUNCTION INTEGER-OF-DATE (WS-LIMIT-DATE)
                           - FUNCTION INTEGER-OF-DATE (SO-START-DATE)
                       COMPUTE WS-WEEK-OFFSET =
                           FUNCTION MOD (WS-DAYS-SINCE-START, 7)
                       COMPUTE WS-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE (WS-LIMIT-DATE)
                           - WS-WEEK-OFFSET
                       COMPUTE WS-SCHED-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
                   WHEN SO-MONTHLY
                       MOVE SO-START-DATE (7:2) TO WS-TARGET-DAY
                       PERFORM FIND-MONTHLY-DATE
                   WHEN SO-SPECIFIC-DAY
                       MOVE SO-RUN-DAY TO WS-TARGET-DAY
                       PERFORM FIND-MONTHLY-DATE
               END-EVALUATE

               IF WS-SCHED-DATE >= SO-START-DATE
                       AND WS-SCHED-DATE > SO-LAST-GEN-DATE
                   MOVE 'Y' TO WS-ORDER-DUE-SW
               END-IF
           END-IF.

       FIND-MONTHLY-DATE.
      *    The target day in the limit date's month, or in the month
      *    before when that day is still to come.
           MOVE WS-LIMIT-DATE TO WS-WORK-DATE
           PERFORM SET-MONTH-LENGTH
           IF WS-TARGET-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-WORK-DAY
           ELSE
               MOVE WS-TARGET-DAY TO WS-WORK-DAY
           END-IF

           IF WS-WORK-DATE > WS-LIMIT-DATE
               IF WS-WORK-MONTH = 01
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
               PERFORM SET-MONTH-LENGTH
               IF WS-TARGET-DAY > WS-MONTH-DAYS
                   MOVE WS-MONTH-DAYS TO WS-WORK-DAY
               ELSE
                   MOVE WS-TARGET-DAY TO WS-WORK-DAY
               END-IF
           END-IF
           MOVE WS-WORK-DATE TO WS-SCHED-DATE.

       SET-MONTH-LENGTH.
           EVALUATE WS-WORK-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN OTHER
                   MOVE 28 TO WS-MONTH-DAYS
                   PERFORM CHECK-LEAP-YEAR
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           COMPUTE WS-LEAP-REMAINDER =
               FUNCTION MOD(WS-WORK-YEAR, 4)
           IF WS-LEAP-REMAINDER = 0
               COMPUTE WS-LEAP-REMAINDER =
                   FUNCTION MOD(WS-WORK-YEAR, 100)
               IF WS-LEAP-REMAINDER NOT = 0
                   MOVE 29 TO WS-MONTH-DAYS
               ELSE
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-WORK-YEAR, 400)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ORDER.
      *    The same refusals TRNPOST would make, checked up front so
      *    the register carries the reason.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE SO-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-FAIL-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CM-ACTIVE
                           CONTINUE
                       WHEN CM-FROZEN
                           MOVE "CUSTOMER FROZEN" TO WS-FAIL-REASON
                       WHEN CM-DECEASED
                           MOVE "CUSTOMER DECEASED" TO WS-FAIL-REASON
                       WHEN CM-CLOSED
                           MOVE "CUSTOMER CLOSED" TO WS-FAIL-REASON
                       WHEN OTHER
                           MOVE "CUSTOMER STATUS INVALID"
                               TO WS-FAIL-REASON
                   END-EVALUATE
           END-READ

           IF WS-FAIL-REASON = SPACES
               PERFORM CHECK-ORDER-PRODUCTS
           END-IF
           IF WS-FAIL-REASON = SPACES
               PERFORM CHECK-ORDER-ACCOUNTS
           END-IF
           IF WS-FAIL-REASON = SPACES
               PERFORM CHECK-ORDER-FUNDS
           END-IF.

       CHECK-ORDER-PRODUCTS.
           MOVE 'Y' TO WS-FROM-OD-ALLOWED
           MOVE SO-FROM-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "UNLISTED ACCOUNT TYPE" TO WS-FAIL-REASON
               NOT INVALID KEY
                   MOVE PM-OVERDRAFT-ALLOWED TO WS-FROM-OD-ALLOWED
           END-READ
           IF WS-FAIL-REASON = SPACES
               MOVE SO-TO-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE "UNLISTED TO-ACCOUNT TYPE"
                           TO WS-FAIL-REASON
               END-READ
           END-IF.

       CHECK-ORDER-ACCOUNTS.
           MOVE 0 TO WS-FROM-ACCT
           MOVE 0 TO WS-TO-ACCT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = SO-FROM-ACCOUNT-TYPE
                       AND WS-FROM-ACCT = 0
                   MOVE WS-ACCT-IDX TO WS-FROM-ACCT
               END-IF
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = SO-TO-ACCOUNT-TYPE
                       AND WS-TO-ACCT = 0
                   MOVE WS-ACCT-IDX TO WS-TO-ACCT
               END-IF
           END-PERFORM
           IF WS-FROM-ACCT = 0
               MOVE "UNKNOWN ACCOUNT TYPE" TO WS-FAIL-REASON
           ELSE
               IF WS-TO-ACCT = 0
                   MOVE "UNKNOWN TO-ACCOUNT TYPE" TO WS-FAIL-REASON
               END-IF
           END-IF.

       CHECK-ORDER-FUNDS.
      *    A product without overdraft may not be driven negative,
      *    and no product may draw on money under an active hold.
           MOVE 0 TO WS-HOLD-TOTAL
           IF HOLDS-AVAILABLE
               PERFORM SUM-ACTIVE-HOLDS
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               CM-ACCOUNT-BALANCE (WS-FROM-ACCT) - WS-HOLD-TOTAL

           IF WS-FROM-OD-ALLOWED = 'N'
                   AND CM-ACCOUNT-BALANCE (WS-FROM-ACCT) < SO-AMOUNT
               MOVE "INSUFFICIENT FUNDS" TO WS-FAIL-REASON
           ELSE
               IF WS-HOLD-TOTAL > 0
                       AND SO-AMOUNT > WS-AVAILABLE-BALANCE
                   MOVE "EXCEEDS AVAILABLE BALANCE" TO WS-FAIL-REASON
               END-IF
           END-IF.

       SUM-ACTIVE-HOLDS.
      *    Total the holds on the from account in force tonight.
           MOVE 'N' TO WS-HOLDS-EOF-SW
           MOVE SO-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE SO-FROM-ACCOUNT-TYPE TO HO-ACCOUNT-TYPE
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
                       IF HO-CUSTOMER-ID NOT = SO-CUSTOMER-ID
                               OR HO-ACCOUNT-TYPE
                                   NOT = SO-FROM-ACCOUNT-TYPE
                           MOVE 'Y' TO WS-HOLDS-EOF-SW
                       ELSE
                           IF HO-ACTIVE
                                   AND (HO-EXPIRY-DATE = 0
                                   OR HO-EXPIRY-DATE >= WS-RUN-DATE)
                               ADD HO-AMOUNT TO WS-HOLD-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       GENERATE-TRANSFER.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE SO-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE SO-FROM-ACCOUNT-TYPE TO TR-ACCOUNT-TYPE
           MOVE 'T' TO TR-TRAN-CODE
           MOVE SO-AMOUNT TO TR-AMOUNT
           MOVE SO-TO-ACCOUNT-TYPE TO TR-TO-ACCOUNT-TYPE
           MOVE 0 TO TR-BRANCH
           MOVE 0 TO TR-TELLER
           MOVE WS-RUN-DATE TO TR-TRAN-DATE
           MOVE SO-ORDER-NUMBER TO TR-REFERENCE
           MOVE "SOGEN" TO TR-SOURCE
           WRITE TRANSACTION-RECORD

           ADD 1 TO WS-GENERATED-COUNT
           ADD SO-AMOUNT TO WS-GENERATED-AMOUNT
           MOVE "GENERATED" TO RD-RESULT
           PERFORM WRITE-REGISTER-DETAIL.

       REPORT-FAILED-ORDER.
           ADD 1 TO WS-FAILED-COUNT
           ADD SO-AMOUNT TO WS-FAILED-AMOUNT
           MOVE WS-FAIL-REASON TO RD-RESULT
           PERFORM WRITE-REGISTER-DETAIL.

       WRITE-REGISTER-DETAIL.
           MOVE SO-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE SO-ORDER-NUMBER TO RD-ORDER-NUMBER
           MOVE SO-FROM-ACCOUNT-TYPE TO RD-FROM-TYPE
           MOVE SO-TO-ACCOUNT-TYPE TO RD-TO-TYPE
           MOVE SO-AMOUNT TO RD-AMOUNT
           MOVE SO-FREQUENCY TO RD-FREQUENCY
           MOVE WS-SCHED-DATE TO RD-SCHED-DATE
           MOVE WS-REG-DETAIL TO REG-LINE
           WRITE REG-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE "TRANSFERS GENERATED" TO LT-LABEL
           MOVE WS-GENERATED-COUNT TO LT-COUNT
           MOVE WS-GENERATED-AMOUNT TO LT-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE
           MOVE "ORDERS FAILED" TO LT-LABEL
           MOVE WS-FAILED-COUNT TO LT-COUNT
           MOVE WS-FAILED-AMOUNT TO LT-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE
           MOVE "ORDERS ENDED" TO LT-LABEL
           MOVE WS-ENDED-COUNT TO LT-COUNT
           MOVE 0 TO LT-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE.
