      ******************************************************************
      * PROGRAM-ID. CLOSEOUT
      * Customer and account close-out - settles and empties the
      * accounts of every customer flagged closed ('C') or deceased
      * ('D') on CUSTOMER-MASTER, then every single account named
      * on the ACCOUNT-CLOSE-REQUEST file for a customer who stays.
      *
      * Each account is settled the same way.  Interest is accrued
      * from the first of the business-date month through the
      * business date at the RATE-TABLE rates INTPOST uses, then
      * the product's monthly maintenance fee from PRODUCT-MASTER
      * is charged unless the balance meets the product's waiver
      * (a fee larger than what is left takes only what is left).
      * The net proceeds are then taken off the account, leaving it
      * at zero.  Every step is written to TRANSACTION-HISTORY -
      * interest 'I', fee 'M', and the close-out itself 'Z'.  The
      * proceeds of a closed customer, or of a single account
      * closed on request, go to the CLOSE-OUT-PAYOUT file as an
      * official check to the name and address on file; those of a
      * deceased customer go to the estate-hold account.  A closed
      * or deceased customer keeps the zeroed accounts on the
      * master (and gets one payout for all of them); an account
      * closed on request is taken off the customer's CM-ACCOUNTS.
      *
      * An account is refused, and left exactly as it was, when it
      * is overdrawn or still has activity pending - an active
      * hold or lien, an unposted SUSPENSE item, an adjustment
      * keyed or approved but not posted, or a standing order not
      * cancelled or ended.  A refused account of a closed or
      * deceased customer is tried again every night until it
      * clears; a refused request must be sent again.  The request
      * file is optional - no file means no single-account closes.
      *
      * The stream runs CLOSEOUT after TRNPOST and ADJPOST, so the
      * night's postings are on the accounts, and at month end
      * ahead of INTPOST and FEEPOST, which then find nothing left
      * to accrue or charge on the accounts it emptied.  The
      * close-out register lists every account settled or refused
      * and the payouts written; the run writes a balanced GL
      * journal (interest expense, service-charge income, official
      * checks outstanding, and estate hold) and appends its net
      * effect on the master to POSTED-TOTALS for EODPROOF.
      *
      * Registered with BATCHCTL as step CLOSEOUT; everything the
      * run stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSEOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT ACCOUNT-CLOSE-FILE ASSIGN TO "ACCTCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTCLOS-STATUS.

           SELECT RATE-TABLE ASSIGN TO "RATETABL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETABL-STATUS.

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

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJUST-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STNDORD-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRNHIST-STATUS.

           SELECT PAYOUT-FILE ASSIGN TO "CLSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSPAY-STATUS.

           SELECT CLOSE-OUT-REGISTER ASSIGN TO "CLSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSREG-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCLOSE-STATUS.

           SELECT POSTED-TOTALS ASSIGN TO "POSTTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  ACCOUNT-CLOSE-FILE.
           COPY CLSREQRC.

       FD  RATE-TABLE.
       01  RATE-TABLE-RECORD.
           05  RT-ACCOUNT-TYPE         PIC X(2).
           05  RT-EFFECTIVE-DATE       PIC 9(8).
           05  RT-ANNUAL-RATE          PIC 9(2)V9(4).

       FD  PRODUCT-MASTER.
           COPY PRODREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  ADJUSTMENT-FILE.
           COPY ADJREC.

       FD  STANDING-ORDER-FILE.
           COPY STOREC.

       FD  TRANSACTION-HISTORY.
           COPY HISTREC.

       FD  PAYOUT-FILE.
           COPY PAYREC.

       FD  CLOSE-OUT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LINE                       PIC X(80).

       FD  GL-JOURNAL.
           COPY GLJRNREC.

       FD  POSTED-TOTALS.
           COPY PSTTOTRC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-ACCTCLOS-STATUS              PIC X(2).
       01  WS-RATETABL-STATUS              PIC X(2).
       01  WS-PRODMAST-STATUS              PIC X(2).
       01  WS-HOLDS-STATUS                 PIC X(2).
       01  WS-SUSPENSE-STATUS              PIC X(2).
       01  WS-ADJUST-STATUS                PIC X(2).
       01  WS-STNDORD-STATUS               PIC X(2).
       01  WS-TRNHIST-STATUS               PIC X(2).
       01  WS-CLSPAY-STATUS                PIC X(2).
       01  WS-CLSREG-STATUS                PIC X(2).
       01  WS-GLCLOSE-STATUS               PIC X(2).
       01  WS-POSTTOT-STATUS               PIC X(2).

      *    The request file and the pending-activity files are
      *    optional; one never created holds nothing to refuse on.
       01  WS-ACCTCLOS-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  ACCTCLOS-AVAILABLE                      VALUE 'Y'.
       01  WS-HOLDS-OPEN-SW                PIC X(1)    VALUE 'N'.
           88  HOLDS-AVAILABLE                         VALUE 'Y'.
       01  WS-SUSPENSE-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  SUSPENSE-AVAILABLE                      VALUE 'Y'.
       01  WS-ADJUST-OPEN-SW               PIC X(1)    VALUE 'N'.
           88  ADJUST-AVAILABLE                        VALUE 'Y'.
       01  WS-STNDORD-OPEN-SW              PIC X(1)    VALUE 'N'.
           88  STNDORD-AVAILABLE                       VALUE 'Y'.

       01  WS-CUSTMAS-EOF-SW               PIC X(1)    VALUE 'N'.
           88  CUSTMAS-EOF                             VALUE 'Y'.
       01  WS-ACCTCLOS-EOF-SW              PIC X(1)    VALUE 'N'.
           88  ACCTCLOS-EOF                            VALUE 'Y'.
       01  WS-RATETABL-EOF-SW              PIC X(1)    VALUE 'N'.
           88  RATETABL-EOF                            VALUE 'Y'.
       01  WS-PRODMAST-EOF-SW              PIC X(1)    VALUE 'N'.
           88  PRODMAST-EOF                            VALUE 'Y'.
       01  WS-HOLDS-EOF-SW                 PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                               VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW              PIC X(1)    VALUE 'N'.
           88  SUSPENSE-EOF                            VALUE 'Y'.
       01  WS-ADJUST-EOF-SW                PIC X(1)    VALUE 'N'.
           88  ADJUST-EOF                              VALUE 'Y'.
       01  WS-STNDORD-EOF-SW               PIC X(1)    VALUE 'N'.
           88  STNDORD-EOF                             VALUE 'Y'.

       01  WS-GL-DEPOSIT-ACCOUNT           PIC X(8)
                                           VALUE "20100000".
       01  WS-GL-INT-EXPENSE-ACCOUNT       PIC X(8)
                                           VALUE "50100000".
       01  WS-GL-SVC-INCOME-ACCOUNT        PIC X(8)
                                           VALUE "40200000".
       01  WS-GL-OFFICIAL-CHECK-ACCOUNT    PIC X(8)
                                           VALUE "20300000".
       01  WS-GL-ESTATE-HOLD-ACCOUNT       PIC X(8)
                                           VALUE "20400000".
       01  WS-GL-ENTRY-COUNT               PIC 9(5)    VALUE 0.
       01  WS-GL-TOTAL                     PIC 9(11)V99 VALUE 0.

       01  WS-RATE-MAX                     PIC 9(2)    VALUE 50.
       01  WS-RATE-COUNT                   PIC 9(2)    VALUE 0.
       01  WS-RATE-IDX                     PIC 9(2).
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-ACCOUNT-TYPE      PIC X(2).
               10  WS-RT-EFFECTIVE-DATE    PIC 9(8).
               10  WS-RT-ANNUAL-RATE       PIC 9(2)V9(4).

       01  WS-PROD-MAX                     PIC 9(2)    VALUE 50.
       01  WS-PROD-COUNT                   PIC 9(2)    VALUE 0.
       01  WS-PROD-IDX                     PIC 9(2).
       01  WS-PROD-FOUND-SW                PIC X(1)    VALUE 'N'.
           88  PROD-FOUND                              VALUE 'Y'.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 50 TIMES.
               10  WS-PT-ACCOUNT-TYPE      PIC X(2).
               10  WS-PT-MONTHLY-FEE       PIC 9(3)V99.
               10  WS-PT-WAIVER-BALANCE    PIC 9(7)V99.

      *    Accounts with an unposted SUSPENSE item, gathered once
      *    up front - SUSPENSE is keyed by reject date, not by
      *    customer.  A transfer counts against both of its sides.
       01  WS-SUSP-MAX                     PIC 9(4)    VALUE 500.
       01  WS-SUSP-COUNT                   PIC 9(4)    VALUE 0.
       01  WS-SUSP-IDX                     PIC 9(4).
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 500 TIMES.
               10  WS-ST-CUSTOMER-ID       PIC 9(5).
               10  WS-ST-ACCOUNT-TYPE      PIC X(2).
               10  WS-ST-TO-ACCOUNT-TYPE   PIC X(2).

      *    Work area the SU-TRAN-IMAGE is unpacked into.
           COPY TRNREC.

       01  WS-ACCRUAL-YEAR                 PIC 9(4).
       01  WS-ACCRUAL-MONTH                PIC 9(2).
       01  WS-ACCRUAL-DAYS                 PIC 9(2).
       01  WS-MONTH-DAYS                   PIC 9(2).
       01  WS-YEAR-DAYS                    PIC 9(3).
       01  WS-LEAP-REMAINDER               PIC 9(4).
       01  WS-DAY                          PIC 9(2).
       01  WS-DAY-DATE                     PIC 9(8).
       01  WS-BEST-DATE                    PIC 9(8).
       01  WS-DAY-RATE                     PIC 9(2)V9(4).
       01  WS-RATE-DAYS                    PIC 9(4)V9(4).

       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-MOVE-IDX                     PIC 9(1).
       01  WS-ACCOUNT-FOUND-SW             PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                           VALUE 'Y'.
       01  WS-RECORD-CHANGED-SW            PIC X(1)    VALUE 'N'.
           88  RECORD-CHANGED                          VALUE 'Y'.
       01  WS-ACCOUNT-CLOSED-SW            PIC X(1)    VALUE 'N'.
           88  ACCOUNT-CLOSED                          VALUE 'Y'.
       01  WS-FAIL-REASON                  PIC X(23).
       01  WS-PENDING-SW                   PIC X(1)    VALUE 'N'.
           88  ACTIVITY-PENDING                        VALUE 'Y'.

       01  WS-INTEREST                     PIC 9(7)V99.
       01  WS-FEE                          PIC 9(7)V99.
       01  WS-PROCEEDS                     PIC 9(7)V99.
       01  WS-CUST-PROCEEDS                PIC 9(9)V99.
       01  WS-PAYOUT-ACCOUNT-TYPE          PIC X(2).

       01  WS-RECORD-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-CUSTOMER-COUNT               PIC 9(7)    VALUE 0.
       01  WS-REQUEST-COUNT                PIC 9(7)    VALUE 0.
       01  WS-CLOSED-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-REFUSED-COUNT                PIC 9(7)    VALUE 0.
       01  WS-TOTAL-INTEREST               PIC 9(9)V99 VALUE 0.
       01  WS-TOTAL-FEES                   PIC 9(9)V99 VALUE 0.
       01  WS-CHECK-COUNT                  PIC 9(7)    VALUE 0.
       01  WS-CHECK-AMOUNT                 PIC 9(9)V99 VALUE 0.
       01  WS-ESTATE-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-ESTATE-AMOUNT                PIC 9(9)V99 VALUE 0.
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.

           COPY CTLPARM.

       01  WS-HIST-SEQUENCE                PIC 9(7)    VALUE 0.
       01  WS-HIST-TIME                    PIC 9(6)    VALUE 0.
       01  WS-HIST-WRITTEN-SW              PIC X(1)    VALUE 'N'.
           88  HIST-WRITTEN                            VALUE 'Y'.
       01  WS-HIST-CODE                    PIC X(1).
       01  WS-HIST-AMOUNT                  PIC S9(7)V99.

       01  WS-REG-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "CLOSE-OUT REGISTER".
           05  FILLER             PIC X(10)  VALUE "FOR".
           05  RH-RUN-DATE        PIC 9(8).

       01  WS-REG-SECTION-LINE.
           05  RS-TITLE           PIC X(40).

       01  WS-REG-HEADING-2.
           05  FILLER             PIC X(7)   VALUE "ID".
           05  FILLER             PIC X(19)  VALUE "CUSTOMER NAME".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(9)   VALUE "INTEREST".
           05  FILLER             PIC X(8)   VALUE "    FEE".
           05  FILLER             PIC X(11)  VALUE "  PROCEEDS".
           05  FILLER             PIC X(23)  VALUE
               "DISPOSITION".

       01  WS-REG-DETAIL.
           05  RD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-CUSTOMER-NAME   PIC X(18).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-AMOUNTS.
               10  RD-INTEREST    PIC ZZZZ9.99.
               10  FILLER         PIC X(1)   VALUE SPACE.
               10  RD-FEE         PIC ZZZ9.99.
               10  FILLER         PIC X(1)   VALUE SPACE.
               10  RD-PROCEEDS    PIC Z(6)9.99.
           05  RD-REFUSED REDEFINES RD-AMOUNTS.
               10  FILLER         PIC X(7).
               10  RD-BALANCE     PIC Z(6)9.99-.
               10  FILLER         PIC X(9).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DISPOSITION     PIC X(23).

       01  WS-REG-PAYOUT-LINE.
           05  FILLER             PIC X(7)   VALUE SPACES.
           05  PL-PAYOUT-DESC     PIC X(18).
           05  FILLER             PIC X(20)  VALUE SPACES.
           05  PL-AMOUNT          PIC Z(8)9.99.

       01  WS-REG-COUNT-LINE.
           05  CL-LABEL           PIC X(26).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CL-COUNT           PIC Z,ZZZ,ZZ9.

       01  WS-REG-AMOUNT-LINE.
           05  AL-LABEL           PIC X(26).
           05  FILLER             PIC X(13)  VALUE SPACES.
           05  AL-AMOUNT          PIC Z(9)9.99.

       01  WS-REG-TOTAL-LINE.
           05  TL-LABEL           PIC X(26).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  TL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  TL-AMOUNT          PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
      *    Seed the history sequence from the start time so items
      *    this run writes sort after an earlier run's and before a
      *    later run's for the same customer and posting date.
           MOVE WS-TIMESTAMP (9:6) TO WS-HIST-TIME
           COMPUTE WS-HIST-SEQUENCE = WS-HIST-TIME * 10

           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE

      *    Interest to date runs from the first of the business-date
      *    month through the business date itself.
           MOVE WS-RUN-DATE (1:4) TO WS-ACCRUAL-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-ACCRUAL-MONTH
           MOVE WS-RUN-DATE (7:2) TO WS-ACCRUAL-DAYS
           PERFORM SET-MONTH-LENGTH

           PERFORM OPEN-FILES
           PERFORM LOAD-RATE-TABLE
           PERFORM LOAD-PRODUCT-TABLE
           PERFORM LOAD-SUSPENSE-TABLE

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-REG-HEADING-1 TO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           MOVE "CLOSED AND DECEASED CUSTOMERS" TO RS-TITLE
           PERFORM WRITE-SECTION-HEADING

           PERFORM UNTIL CUSTMAS-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTMAS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       IF CM-CLOSED OR CM-DECEASED
                           PERFORM CLOSE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE "SINGLE ACCOUNTS CLOSED ON REQUEST" TO RS-TITLE
           PERFORM WRITE-SECTION-HEADING

           IF ACCTCLOS-AVAILABLE
               PERFORM UNTIL ACCTCLOS-EOF
                   READ ACCOUNT-CLOSE-FILE
                       AT END
                           MOVE 'Y' TO WS-ACCTCLOS-EOF-SW
                       NOT AT END
                           PERFORM CLOSE-REQUESTED-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF

           PERFORM PRINT-REGISTER-TOTALS
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-POSTED-TOTAL

           DISPLAY "CUSTOMERS READ: " WS-RECORD-COUNT
           DISPLAY "ACCOUNTS CLOSED: " WS-CLOSED-COUNT
           DISPLAY "ACCOUNTS REFUSED: " WS-REFUSED-COUNT

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "CLOSEOUT" TO CTL-STEP-NAME
           MOVE "ACCTCLOS" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "CLOSEOUT NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

       SET-MONTH-LENGTH.
           MOVE 365 TO WS-YEAR-DAYS
           EVALUATE WS-ACCRUAL-MONTH
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
               WHEN 02
                   MOVE 28 TO WS-MONTH-DAYS
                   PERFORM CHECK-LEAP-YEAR
               WHEN OTHER
                   DISPLAY "CLOSEOUT: INVALID BUSINESS DATE MONTH "
                       WS-ACCRUAL-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           IF WS-ACCRUAL-DAYS < 1 OR WS-ACCRUAL-DAYS > WS-MONTH-DAYS
               DISPLAY "CLOSEOUT: INVALID BUSINESS DATE DAY "
                   WS-ACCRUAL-DAYS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    The day basis follows the accrual year even for a
      *    non-February month, so a leap year accrues over 366.
           PERFORM CHECK-LEAP-BASIS.

       CHECK-LEAP-YEAR.
           COMPUTE WS-LEAP-REMAINDER =
               FUNCTION MOD(WS-ACCRUAL-YEAR, 4)
           IF WS-LEAP-REMAINDER = 0
               COMPUTE WS-LEAP-REMAINDER =
                   FUNCTION MOD(WS-ACCRUAL-YEAR, 100)
               IF WS-LEAP-REMAINDER NOT = 0
                   MOVE 29 TO WS-MONTH-DAYS
               ELSE
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-ACCRUAL-YEAR, 400)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

       CHECK-LEAP-BASIS.
           COMPUTE WS-LEAP-REMAINDER =
               FUNCTION MOD(WS-ACCRUAL-YEAR, 4)
           IF WS-LEAP-REMAINDER = 0
               COMPUTE WS-LEAP-REMAINDER =
                   FUNCTION MOD(WS-ACCRUAL-YEAR, 100)
               IF WS-LEAP-REMAINDER NOT = 0
                   MOVE 366 TO WS-YEAR-DAYS
               ELSE
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-ACCRUAL-YEAR, 400)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 366 TO WS-YEAR-DAYS
                   END-IF
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-CLOSE-FILE
           IF WS-ACCTCLOS-STATUS = "00" THEN
               MOVE 'Y' TO WS-ACCTCLOS-OPEN-SW
           ELSE
               IF WS-ACCTCLOS-STATUS NOT = "05"
                       AND WS-ACCTCLOS-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING ACCOUNT-CLOSE-REQUEST: "
                       WS-ACCTCLOS-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT RATE-TABLE
           IF WS-RATETABL-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING RATE-TABLE: "
                   WS-RATETABL-STATUS
               STOP RUN
           END-IF

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING PRODUCT-MASTER: "
                   WS-PRODMAST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = "00" THEN
               MOVE 'Y' TO WS-HOLDS-OPEN-SW
           ELSE
               IF WS-HOLDS-STATUS NOT = "05"
                       AND WS-HOLDS-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING HOLDS: " WS-HOLDS-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00" THEN
               MOVE 'Y' TO WS-SUSPENSE-OPEN-SW
           ELSE
               IF WS-SUSPENSE-STATUS NOT = "05"
                       AND WS-SUSPENSE-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING SUSPENSE: "
                       WS-SUSPENSE-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS = "00" THEN
               MOVE 'Y' TO WS-ADJUST-OPEN-SW
           ELSE
               IF WS-ADJUST-STATUS NOT = "05"
                       AND WS-ADJUST-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING ADJUSTMENTS: "
                       WS-ADJUST-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT STANDING-ORDER-FILE
           IF WS-STNDORD-STATUS = "00" THEN
               MOVE 'Y' TO WS-STNDORD-OPEN-SW
           ELSE
               IF WS-STNDORD-STATUS NOT = "05"
                       AND WS-STNDORD-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING STANDING-ORDER: "
                       WS-STNDORD-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN I-O TRANSACTION-HISTORY
           IF WS-TRNHIST-STATUS = "05" OR WS-TRNHIST-STATUS = "35"
      *        TRANSACTION-HISTORY does not exist yet - create it.
               OPEN OUTPUT TRANSACTION-HISTORY
               CLOSE TRANSACTION-HISTORY
               OPEN I-O TRANSACTION-HISTORY
           END-IF
           IF WS-TRNHIST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING TRANSACTION-HISTORY: "
                   WS-TRNHIST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT PAYOUT-FILE
           IF WS-CLSPAY-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CLOSE-OUT-PAYOUT: "
                   WS-CLSPAY-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CLOSE-OUT-REGISTER
           IF WS-CLSREG-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CLOSE-OUT-REGISTER: "
                   WS-CLSREG-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT GL-JOURNAL
           IF WS-GLCLOSE-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING GL-JOURNAL: " WS-GLCLOSE-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           IF ACCTCLOS-AVAILABLE
               CLOSE ACCOUNT-CLOSE-FILE
           END-IF
           CLOSE RATE-TABLE
           CLOSE PRODUCT-MASTER
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           IF SUSPENSE-AVAILABLE
               CLOSE SUSPENSE-FILE
           END-IF
           IF ADJUST-AVAILABLE
               CLOSE ADJUSTMENT-FILE
           END-IF
           IF STNDORD-AVAILABLE
               CLOSE STANDING-ORDER-FILE
           END-IF
           CLOSE TRANSACTION-HISTORY
           CLOSE PAYOUT-FILE
           CLOSE CLOSE-OUT-REGISTER
           CLOSE GL-JOURNAL.

       LOAD-RATE-TABLE.
           PERFORM UNTIL RATETABL-EOF
               READ RATE-TABLE
                   AT END
                       MOVE 'Y' TO WS-RATETABL-EOF-SW
                   NOT AT END
                       PERFORM LOAD-RATE-ENTRY
               END-READ
           END-PERFORM

           IF WS-RATE-COUNT = 0
               DISPLAY "CLOSEOUT: RATE-TABLE IS EMPTY - NO INTEREST "
                   "WOULD ACCRUE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RATE-ENTRY.
           IF RT-EFFECTIVE-DATE IS NOT NUMERIC
                   OR RT-ANNUAL-RATE IS NOT NUMERIC
               DISPLAY "CLOSEOUT: BAD RATE-TABLE RECORD FOR TYPE '"
                   RT-ACCOUNT-TYPE "' - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RATE-COUNT >= WS-RATE-MAX
               DISPLAY "CLOSEOUT: RATE-TABLE EXCEEDS " WS-RATE-MAX
                   " ENTRIES - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-COUNT
           MOVE RT-ACCOUNT-TYPE
               TO WS-RT-ACCOUNT-TYPE (WS-RATE-COUNT)
           MOVE RT-EFFECTIVE-DATE
               TO WS-RT-EFFECTIVE-DATE (WS-RATE-COUNT)
           MOVE RT-ANNUAL-RATE
               TO WS-RT-ANNUAL-RATE (WS-RATE-COUNT).

       LOAD-PRODUCT-TABLE.
           MOVE LOW-VALUES TO PM-ACCOUNT-TYPE
           START PRODUCT-MASTER KEY IS NOT LESS THAN PM-ACCOUNT-TYPE
               INVALID KEY
                   MOVE 'Y' TO WS-PRODMAST-EOF-SW
           END-START

           PERFORM UNTIL PRODMAST-EOF
               READ PRODUCT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PRODMAST-EOF-SW
                   NOT AT END
                       PERFORM LOAD-PRODUCT-ENTRY
               END-READ
           END-PERFORM.

       LOAD-PRODUCT-ENTRY.
           IF WS-PROD-COUNT >= WS-PROD-MAX
               DISPLAY "CLOSEOUT: PRODUCT-MASTER EXCEEDS " WS-PROD-MAX
                   " PRODUCTS - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROD-COUNT
           MOVE PM-ACCOUNT-TYPE TO WS-PT-ACCOUNT-TYPE (WS-PROD-COUNT)
           MOVE PM-MONTHLY-FEE TO WS-PT-MONTHLY-FEE (WS-PROD-COUNT)
           MOVE PM-WAIVER-BALANCE
               TO WS-PT-WAIVER-BALANCE (WS-PROD-COUNT).

       LOAD-SUSPENSE-TABLE.
           IF SUSPENSE-AVAILABLE
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
                           IF SU-UNPOSTED
                               PERFORM LOAD-SUSPENSE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       LOAD-SUSPENSE-ENTRY.
           IF WS-SUSP-COUNT >= WS-SUSP-MAX
               DISPLAY "CLOSEOUT: SUSPENSE HOLDS OVER " WS-SUSP-MAX
                   " UNPOSTED ITEMS - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SU-TRAN-IMAGE TO TRANSACTION-RECORD
           ADD 1 TO WS-SUSP-COUNT
           MOVE TR-CUSTOMER-ID TO WS-ST-CUSTOMER-ID (WS-SUSP-COUNT)
           MOVE TR-ACCOUNT-TYPE TO WS-ST-ACCOUNT-TYPE (WS-SUSP-COUNT)
           IF TR-TRANSFER
               MOVE TR-TO-ACCOUNT-TYPE
                   TO WS-ST-TO-ACCOUNT-TYPE (WS-SUSP-COUNT)
           ELSE
               MOVE SPACES TO WS-ST-TO-ACCOUNT-TYPE (WS-SUSP-COUNT)
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE WS-REG-SECTION-LINE TO REG-LINE
           WRITE REG-LINE
           MOVE WS-REG-HEADING-2 TO REG-LINE
           WRITE REG-LINE.

       CLOSE-CUSTOMER.
      *    Every account still holding money - or overdrawn - is
      *    settled; accounts a previous run already emptied are
      *    passed over.  One payout covers the whole customer.
           MOVE 'N' TO WS-RECORD-CHANGED-SW
           MOVE 0 TO WS-CUST-PROCEEDS

           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-BALANCE (WS-ACCT-IDX) NOT = 0
                       OR CM-OVERDRAWN (WS-ACCT-IDX)
                   PERFORM CLOSE-ACCOUNT
               END-IF
           END-PERFORM

           IF RECORD-CHANGED
               ADD 1 TO WS-CUSTOMER-COUNT
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING CUSTOMER-MASTER: "
                           WS-CUSTMAS-STATUS " ID " CM-CUSTOMER-ID
                       STOP RUN
               END-REWRITE
           END-IF

           IF WS-CUST-PROCEEDS > 0
               MOVE SPACES TO WS-PAYOUT-ACCOUNT-TYPE
               PERFORM WRITE-PAYOUT
           END-IF.

       CLOSE-REQUESTED-ACCOUNT.
           ADD 1 TO WS-REQUEST-COUNT
           MOVE SPACES TO WS-FAIL-REASON
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW

           MOVE AC-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-FAIL-REASON
                   MOVE SPACES TO CM-CUSTOMER-NAME
           END-READ

      *    A closed or deceased customer's accounts are all settled
      *    in the customer pass; a frozen customer's are not touched.
           IF WS-FAIL-REASON = SPACES
               IF CM-CLOSED OR CM-DECEASED
                   MOVE "CUSTOMER IN CLOSE-OUT" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               IF CM-FROZEN
                   MOVE "CUSTOMER FROZEN" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
                       OR ACCOUNT-FOUND
                   IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = AC-ACCOUNT-TYPE
                       MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
                   END-IF
               END-PERFORM
               IF ACCOUNT-FOUND
                   SUBTRACT 1 FROM WS-ACCT-IDX
               ELSE
                   MOVE "ACCOUNT NOT ON CUSTOMER" TO WS-FAIL-REASON
               END-IF
           END-IF
      *    The last account goes only with the customer - the desk
      *    flags the customer closed instead.
           IF WS-FAIL-REASON = SPACES
               IF CM-ACCOUNT-COUNT = 1
                   MOVE "ONLY ACCOUNT HELD" TO WS-FAIL-REASON
               END-IF
           END-IF

           IF WS-FAIL-REASON NOT = SPACES
               MOVE AC-CUSTOMER-ID TO RD-CUSTOMER-ID
               MOVE CM-CUSTOMER-NAME TO RD-CUSTOMER-NAME
               MOVE AC-ACCOUNT-TYPE TO RD-ACCOUNT-TYPE
               MOVE SPACES TO RD-REFUSED
               MOVE WS-FAIL-REASON TO RD-DISPOSITION
               MOVE WS-REG-DETAIL TO REG-LINE
               WRITE REG-LINE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE 'N' TO WS-RECORD-CHANGED-SW
               MOVE 0 TO WS-CUST-PROCEEDS
               PERFORM CLOSE-ACCOUNT
               IF ACCOUNT-CLOSED
                   PERFORM REMOVE-ACCOUNT-ENTRY
               END-IF
               IF RECORD-CHANGED
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING CUSTOMER-MASTER: "
                               WS-CUSTMAS-STATUS " ID " CM-CUSTOMER-ID
                           STOP RUN
                   END-REWRITE
               END-IF
               IF WS-CUST-PROCEEDS > 0
                   MOVE AC-ACCOUNT-TYPE TO WS-PAYOUT-ACCOUNT-TYPE
                   PERFORM WRITE-PAYOUT
               END-IF
           END-IF.

       REMOVE-ACCOUNT-ENTRY.
      *    Close the gap in CM-ACCOUNTS so the entries in use stay
      *    the first CM-ACCOUNT-COUNT of the table.
           PERFORM VARYING WS-MOVE-IDX FROM WS-ACCT-IDX BY 1
               UNTIL WS-MOVE-IDX >= CM-ACCOUNT-COUNT
               MOVE CM-ACCOUNTS (WS-MOVE-IDX + 1)
                   TO CM-ACCOUNTS (WS-MOVE-IDX)
           END-PERFORM
           MOVE SPACES TO CM-ACCOUNTS (CM-ACCOUNT-COUNT)
           MOVE 0 TO CM-ACCOUNT-BALANCE (CM-ACCOUNT-COUNT)
           SUBTRACT 1 FROM CM-ACCOUNT-COUNT
           MOVE 'Y' TO WS-RECORD-CHANGED-SW.

       CLOSE-ACCOUNT.
      *    Settle the account at WS-ACCT-IDX: refuse it if anything
      *    is outstanding, otherwise post interest to date and the
      *    fee, and take the proceeds off to leave it at zero.
           MOVE 'N' TO WS-ACCOUNT-CLOSED-SW
           MOVE SPACES TO WS-FAIL-REASON
           PERFORM CHECK-ACCOUNT-CLEAR

           MOVE CM-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO RD-CUSTOMER-NAME
           MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO RD-ACCOUNT-TYPE

           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO RD-REFUSED
               MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO RD-BALANCE
               MOVE WS-FAIL-REASON TO RD-DISPOSITION
               MOVE WS-REG-DETAIL TO REG-LINE
               WRITE REG-LINE
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               PERFORM ACCRUE-TO-DATE
               PERFORM CHARGE-CLOSING-FEE

               MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO WS-PROCEEDS
               IF WS-PROCEEDS > 0
                   MOVE 0 TO CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                   MOVE 'Z' TO WS-HIST-CODE
                   COMPUTE WS-HIST-AMOUNT = 0 - WS-PROCEEDS
                   PERFORM WRITE-CLOSE-HISTORY
                   ADD WS-PROCEEDS TO WS-CUST-PROCEEDS
               END-IF
               MOVE 'N' TO CM-OVERDRAFT-STATUS (WS-ACCT-IDX)
               MOVE 'N' TO CM-OVERDRAFT-FEE-ASSESSED (WS-ACCT-IDX)
               MOVE 'Y' TO WS-RECORD-CHANGED-SW
               MOVE 'Y' TO WS-ACCOUNT-CLOSED-SW
               ADD 1 TO WS-CLOSED-COUNT

               MOVE WS-INTEREST TO RD-INTEREST
               MOVE WS-FEE TO RD-FEE
               MOVE WS-PROCEEDS TO RD-PROCEEDS
               EVALUATE TRUE
                   WHEN WS-PROCEEDS = 0
                       MOVE "CLOSED - NOTHING DUE" TO RD-DISPOSITION
                   WHEN CM-DECEASED
                       MOVE "TO ESTATE HOLD" TO RD-DISPOSITION
                   WHEN OTHER
                       MOVE "TO OFFICIAL CHECK" TO RD-DISPOSITION
               END-EVALUATE
               MOVE WS-REG-DETAIL TO REG-LINE
               WRITE REG-LINE
           END-IF.

       CHECK-ACCOUNT-CLEAR.
           IF CM-OVERDRAWN (WS-ACCT-IDX)
                   OR CM-ACCOUNT-BALANCE (WS-ACCT-IDX) < 0
               MOVE "ACCOUNT OVERDRAWN" TO WS-FAIL-REASON
           END-IF
           IF WS-FAIL-REASON = SPACES AND HOLDS-AVAILABLE
               PERFORM CHECK-ACTIVE-HOLDS
               IF ACTIVITY-PENDING
                   MOVE "HOLD OR LIEN ACTIVE" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES AND SUSPENSE-AVAILABLE
               PERFORM CHECK-OPEN-SUSPENSE
               IF ACTIVITY-PENDING
                   MOVE "SUSPENSE ITEM UNPOSTED" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES AND ADJUST-AVAILABLE
               PERFORM CHECK-PENDING-ADJUSTMENTS
               IF ACTIVITY-PENDING
                   MOVE "ADJUSTMENT NOT POSTED" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES AND STNDORD-AVAILABLE
               PERFORM CHECK-STANDING-ORDERS
               IF ACTIVITY-PENDING
                   MOVE "STANDING ORDER OPEN" TO WS-FAIL-REASON
               END-IF
           END-IF.

       CHECK-ACTIVE-HOLDS.
      *    A hold applies through its expiry date; one already past
      *    it is no bar even before HOLDEXP marks it.
           MOVE 'N' TO WS-PENDING-SW
           MOVE 'N' TO WS-HOLDS-EOF-SW
           MOVE CM-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO HO-ACCOUNT-TYPE
           MOVE 0 TO HO-SEQUENCE
           START HOLD-FILE KEY IS NOT LESS THAN HO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLDS-EOF-SW
           END-START

           PERFORM UNTIL HOLDS-EOF OR ACTIVITY-PENDING
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF-SW
                   NOT AT END
                       IF HO-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                               OR HO-ACCOUNT-TYPE
                                   NOT = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                           MOVE 'Y' TO WS-HOLDS-EOF-SW
                       ELSE
                           IF HO-ACTIVE
                                   AND (HO-EXPIRY-DATE = 0
                                   OR HO-EXPIRY-DATE >= WS-RUN-DATE)
                               MOVE 'Y' TO WS-PENDING-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-OPEN-SUSPENSE.
           MOVE 'N' TO WS-PENDING-SW
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-ST-CUSTOMER-ID (WS-SUSP-IDX) = CM-CUSTOMER-ID
                   AND (WS-ST-ACCOUNT-TYPE (WS-SUSP-IDX)
                           = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                       OR WS-ST-TO-ACCOUNT-TYPE (WS-SUSP-IDX)
                           = CM-ACCOUNT-TYPE (WS-ACCT-IDX))
                   MOVE 'Y' TO WS-PENDING-SW
               END-IF
           END-PERFORM.

       CHECK-PENDING-ADJUSTMENTS.
           MOVE 'N' TO WS-PENDING-SW
           MOVE 'N' TO WS-ADJUST-EOF-SW
           MOVE CM-CUSTOMER-ID TO AJ-CUSTOMER-ID
           MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO AJ-ACCOUNT-TYPE
           MOVE 0 TO AJ-SEQUENCE
           START ADJUSTMENT-FILE KEY IS NOT LESS THAN AJ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ADJUST-EOF-SW
           END-START

           PERFORM UNTIL ADJUST-EOF OR ACTIVITY-PENDING
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADJUST-EOF-SW
                   NOT AT END
                       IF AJ-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                               OR AJ-ACCOUNT-TYPE
                                   NOT = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                           MOVE 'Y' TO WS-ADJUST-EOF-SW
                       ELSE
                           IF AJ-PENDING OR AJ-APPROVED
                               MOVE 'Y' TO WS-PENDING-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-STANDING-ORDERS.
      *    A suspended order can still be resumed, so only a
      *    cancelled or ended order no longer touches the account.
           MOVE 'N' TO WS-PENDING-SW
           MOVE 'N' TO WS-STNDORD-EOF-SW
           MOVE CM-CUSTOMER-ID TO SO-CUSTOMER-ID
           MOVE 0 TO SO-ORDER-NUMBER
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STNDORD-EOF-SW
           END-START

           PERFORM UNTIL STNDORD-EOF OR ACTIVITY-PENDING
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STNDORD-EOF-SW
                   NOT AT END
                       IF SO-CUSTOMER-ID NOT = CM-CUSTOMER-ID
                           MOVE 'Y' TO WS-STNDORD-EOF-SW
                       ELSE
                           IF (SO-ACTIVE OR SO-SUSPENDED)
                               AND (SO-FROM-ACCOUNT-TYPE
                                       = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                                   OR SO-TO-ACCOUNT-TYPE
                                       = CM-ACCOUNT-TYPE (WS-ACCT-IDX))
                               MOVE 'Y' TO WS-PENDING-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACCRUE-TO-DATE.
      *    The same accrual INTPOST makes at month end, cut off at
      *    the business date: the balance times the sum of each
      *    day's rate over the year's day basis.
           MOVE 0 TO WS-INTEREST
           IF CM-ACCOUNT-BALANCE (WS-ACCT-IDX) > 0
               MOVE 0 TO WS-RATE-DAYS
               PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > WS-ACCRUAL-DAYS
                   COMPUTE WS-DAY-DATE =
                       WS-ACCRUAL-YEAR * 10000
                       + WS-ACCRUAL-MONTH * 100 + WS-DAY
                   PERFORM FIND-DAY-RATE
                   ADD WS-DAY-RATE TO WS-RATE-DAYS
               END-PERFORM

               IF WS-RATE-DAYS > 0
                   COMPUTE WS-INTEREST ROUNDED =
                       CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                       * WS-RATE-DAYS / WS-YEAR-DAYS / 100
               END-IF
           END-IF

           IF WS-INTEREST > 0
               ADD WS-INTEREST TO CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
               ADD WS-INTEREST TO WS-TOTAL-INTEREST
               MOVE 'I' TO WS-HIST-CODE
               MOVE WS-INTEREST TO WS-HIST-AMOUNT
               PERFORM WRITE-CLOSE-HISTORY
           END-IF.

       FIND-DAY-RATE.
      *    The applicable rate is the table entry for the account
      *    type with the latest effective date on or before the day.
           MOVE 0 TO WS-DAY-RATE
           MOVE 0 TO WS-BEST-DATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-ACCOUNT-TYPE (WS-RATE-IDX)
                       = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                   AND WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                       <= WS-DAY-DATE
                   AND WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                       >= WS-BEST-DATE
                   MOVE WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                       TO WS-BEST-DATE
                   MOVE WS-RT-ANNUAL-RATE (WS-RATE-IDX)
                       TO WS-DAY-RATE
               END-IF
           END-PERFORM.

       CHARGE-CLOSING-FEE.
      *    The month's maintenance fee is still outstanding - FEEPOST
      *    charges it at month end - and is waived on the same
      *    balance test.  The fee never takes the account below zero.
           MOVE 0 TO WS-FEE
           MOVE 'N' TO WS-PROD-FOUND-SW
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
                       OR PROD-FOUND
               IF WS-PT-ACCOUNT-TYPE (WS-PROD-IDX)
                       = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                   MOVE 'Y' TO WS-PROD-FOUND-SW
               END-IF
           END-PERFORM

           IF PROD-FOUND
               SUBTRACT 1 FROM WS-PROD-IDX
               IF WS-PT-WAIVER-BALANCE (WS-PROD-IDX) = 0
                       OR CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                           < WS-PT-WAIVER-BALANCE (WS-PROD-IDX)
                   MOVE WS-PT-MONTHLY-FEE (WS-PROD-IDX) TO WS-FEE
               END-IF
           END-IF

           IF WS-FEE > CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
               MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO WS-FEE
           END-IF

           IF WS-FEE > 0
               SUBTRACT WS-FEE FROM CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
               ADD WS-FEE TO WS-TOTAL-FEES
               MOVE 'M' TO WS-HIST-CODE
               COMPUTE WS-HIST-AMOUNT = 0 - WS-FEE
               PERFORM WRITE-CLOSE-HISTORY
           END-IF.

       WRITE-CLOSE-HISTORY.
           MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID
           MOVE WS-RUN-DATE TO TH-POST-DATE
           MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO TH-ACCOUNT-TYPE
           MOVE WS-HIST-CODE TO TH-TRAN-CODE
           MOVE WS-HIST-AMOUNT TO TH-AMOUNT
           MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO TH-BALANCE-AFTER
           MOVE "CLOSEOUT" TO TH-SOURCE
           MOVE 0 TO TH-BRANCH
           MOVE 0 TO TH-REFERENCE
           MOVE SPACE TO TH-REVERSAL-FLAG
           MOVE 0 TO TH-LINK-POST-DATE
           MOVE 0 TO TH-LINK-SEQUENCE
           MOVE 0 TO TH-CONTRA-SEQUENCE
           MOVE 'N' TO TH-CASH-IND

      *    The sequence counts up from the run's start-time seed;
      *    on a duplicate key (another run already posted this
      *    customer today) keep bumping it until the write lands.
           MOVE 'N' TO WS-HIST-WRITTEN-SW
           PERFORM UNTIL HIST-WRITTEN
               ADD 1 TO WS-HIST-SEQUENCE
               MOVE WS-HIST-SEQUENCE TO TH-SEQUENCE
               WRITE TRANSACTION-HISTORY-RECORD
                   INVALID KEY
                       IF WS-TRNHIST-STATUS NOT = "22"
                           DISPLAY "ERROR WRITING TRANSACTION-"
                               "HISTORY: " WS-TRNHIST-STATUS
                               " ID " CM-CUSTOMER-ID
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HIST-WRITTEN-SW
               END-WRITE
           END-PERFORM.

       WRITE-PAYOUT.
      *    A deceased customer's proceeds wait in estate hold; all
      *    others are paid by official check to the address on file.
           MOVE SPACES TO PAYOUT-RECORD
           IF CM-DECEASED
               MOVE 'E' TO PO-PAYOUT-TYPE
               ADD 1 TO WS-ESTATE-COUNT
               ADD WS-CUST-PROCEEDS TO WS-ESTATE-AMOUNT
               MOVE "ESTATE HOLD" TO PL-PAYOUT-DESC
           ELSE
               MOVE 'C' TO PO-PAYOUT-TYPE
               ADD 1 TO WS-CHECK-COUNT
               ADD WS-CUST-PROCEEDS TO WS-CHECK-AMOUNT
               MOVE "OFFICIAL CHECK" TO PL-PAYOUT-DESC
           END-IF
           MOVE CM-CUSTOMER-ID TO PO-CUSTOMER-ID
           MOVE WS-PAYOUT-ACCOUNT-TYPE TO PO-ACCOUNT-TYPE
           MOVE WS-RUN-DATE TO PO-BUSINESS-DATE
           MOVE WS-CUST-PROCEEDS TO PO-AMOUNT
           MOVE CM-CUSTOMER-NAME TO PO-PAYEE-NAME
           MOVE CM-ADDRESS-LINE-1 TO PO-ADDRESS-LINE-1
           MOVE CM-CITY TO PO-CITY
           MOVE CM-STATE TO PO-STATE
           MOVE CM-POSTAL-CODE TO PO-POSTAL-CODE
           WRITE PAYOUT-RECORD

           MOVE WS-CUST-PROCEEDS TO PL-AMOUNT
           MOVE WS-REG-PAYOUT-LINE TO REG-LINE
           WRITE REG-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           MOVE "CUSTOMERS READ" TO CL-LABEL
           MOVE WS-RECORD-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "CUSTOMERS CLOSED OUT" TO CL-LABEL
           MOVE WS-CUSTOMER-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "CLOSE REQUESTS READ" TO CL-LABEL
           MOVE WS-REQUEST-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "ACCOUNTS CLOSED" TO CL-LABEL
           MOVE WS-CLOSED-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "ACCOUNTS REFUSED" TO CL-LABEL
           MOVE WS-REFUSED-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           MOVE "INTEREST TO DATE" TO AL-LABEL
           MOVE WS-TOTAL-INTEREST TO AL-AMOUNT
           MOVE WS-REG-AMOUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "FEES CHARGED" TO AL-LABEL
           MOVE WS-TOTAL-FEES TO AL-AMOUNT
           MOVE WS-REG-AMOUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "OFFICIAL CHECKS" TO TL-LABEL
           MOVE WS-CHECK-COUNT TO TL-COUNT
           MOVE WS-CHECK-AMOUNT TO TL-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "ESTATE HOLD TRANSFERS" TO TL-LABEL
           MOVE WS-ESTATE-COUNT TO TL-COUNT
           MOVE WS-ESTATE-AMOUNT TO TL-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE.

       WRITE-GL-JOURNAL.
      *    Interest to date is booked to expense and fees to
      *    service-charge income as INTPOST and FEEPOST book them;
      *    the proceeds move off customer deposits to the official
      *    checks outstanding or estate hold liability.  A run that
      *    settled nothing writes only the trailer.
           IF WS-TOTAL-INTEREST > 0
               MOVE WS-GL-INT-EXPENSE-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               MOVE WS-TOTAL-INTEREST TO GJ-AMOUNT
               MOVE "INTEREST EXPENSE" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY

               MOVE WS-GL-DEPOSIT-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               MOVE WS-TOTAL-INTEREST TO GJ-AMOUNT
               MOVE "INTEREST CREDITED" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-TOTAL-FEES > 0
               MOVE WS-GL-DEPOSIT-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               MOVE WS-TOTAL-FEES TO GJ-AMOUNT
               MOVE "MAINTENANCE FEES CHARGED" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY

               MOVE WS-GL-SVC-INCOME-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               MOVE WS-TOTAL-FEES TO GJ-AMOUNT
               MOVE "SERVICE CHARGE INCOME" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-CHECK-AMOUNT > 0
               MOVE WS-GL-DEPOSIT-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               MOVE WS-CHECK-AMOUNT TO GJ-AMOUNT
               MOVE "CLOSED TO OFFICIAL CHECK" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY

               MOVE WS-GL-OFFICIAL-CHECK-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               MOVE WS-CHECK-AMOUNT TO GJ-AMOUNT
               MOVE "OFFICIAL CHECKS ISSUED" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-ESTATE-AMOUNT > 0
               MOVE WS-GL-DEPOSIT-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               MOVE WS-ESTATE-AMOUNT TO GJ-AMOUNT
               MOVE "CLOSED TO ESTATE HOLD" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY

               MOVE WS-GL-ESTATE-HOLD-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               MOVE WS-ESTATE-AMOUNT TO GJ-AMOUNT
               MOVE "ESTATE HOLD" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY
           END-IF

           COMPUTE WS-GL-TOTAL = WS-TOTAL-INTEREST + WS-TOTAL-FEES
               + WS-CHECK-AMOUNT + WS-ESTATE-AMOUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE "CLOSEOUT" TO GJ-SOURCE
           MOVE WS-RUN-DATE TO GJ-BUSINESS-DATE
           MOVE WS-GL-TOTAL TO GJ-TOTAL-DEBITS
           MOVE WS-GL-TOTAL TO GJ-TOTAL-CREDITS
           MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
           WRITE GL-JOURNAL-RECORD.

       WRITE-GL-ENTRY.
           MOVE 'J' TO GJ-RECORD-TYPE
           MOVE "CLOSEOUT" TO GJ-SOURCE
           MOVE WS-RUN-DATE TO GJ-BUSINESS-DATE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-ENTRY-COUNT.

       WRITE-POSTED-TOTAL.
      *    Append the run's net effect on the master for the
      *    EODPROOF trial-balance step - interest credited less the
      *    fees and the proceeds taken off.
           OPEN EXTEND POSTED-TOTALS
           IF WS-POSTTOT-STATUS NOT = "00" THEN
               OPEN OUTPUT POSTED-TOTALS
           END-IF
           IF WS-POSTTOT-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING POSTED-TOTALS: "
                   WS-POSTTOT-STATUS
               STOP RUN
           END-IF

           MOVE "CLOSEOUT" TO PT-SOURCE
           MOVE WS-RUN-DATE TO PT-RUN-DATE
           COMPUTE PT-NET-AMOUNT = WS-TOTAL-INTEREST - WS-TOTAL-FEES
               - WS-CHECK-AMOUNT - WS-ESTATE-AMOUNT
           WRITE POSTED-TOTAL-RECORD

           CLOSE POSTED-TOTALS.
