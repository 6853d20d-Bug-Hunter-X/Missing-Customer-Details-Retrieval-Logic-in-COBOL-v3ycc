      ******************************************************************
      * PROGRAM-ID. FEEPOST
      * Month-end maintenance-fee run - walks every record on
      * CUSTOMER-MASTER and charges each account the monthly
      * maintenance fee its product carries on PRODUCT-MASTER
      * (PM-MONTHLY-FEE).  The fee is waived when the account's
      * balance is at or above the product's waiver balance
      * (PM-WAIVER-BALANCE; zero means no waiver).  A product with
      * no fee charges nothing, and an account whose type is not on
      * PRODUCT-MASTER is skipped and counted for the register.
      * No fees are charged against a customer who is not active -
      * frozen, deceased, and closed customers are skipped whole,
      * the same way OVDSWEEP skips them.
      *
      * Each fee is debited from CM-ACCOUNT-BALANCE (the overdraft
      * flags follow the new balance the way TRNPOST keeps them) and
      * written to TRANSACTION-HISTORY as a maintenance fee (code
      * 'M').  The fee register lists every account charged or
      * waived, then totals the charged and waived counts and
      * amounts by product.  The run writes a balanced GL journal
      * to service-charge income and appends its net effect on the
      * master to POSTED-TOTALS for EODPROOF.
      *
      * Registered with BATCHCTL as step FEEPOST; the control
      * business date is the posting date of every fee.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT FEE-REGISTER ASSIGN TO "MNTFEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTFEREG-STATUS.

           SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRNHIST-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLFEE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEE-STATUS.

           SELECT POSTED-TOTALS ASSIGN TO "POSTTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  PRODUCT-MASTER.
           COPY PRODREC.

       FD  FEE-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LINE                       PIC X(80).

       FD  TRANSACTION-HISTORY.
           COPY HISTREC.

       FD  GL-JOURNAL.
           COPY GLJRNREC.

       FD  POSTED-TOTALS.
           COPY PSTTOTRC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-PRODMAST-STATUS              PIC X(2).
       01  WS-MNTFEREG-STATUS              PIC X(2).
       01  WS-TRNHIST-STATUS               PIC X(2).
       01  WS-GLFEE-STATUS                 PIC X(2).
       01  WS-POSTTOT-STATUS               PIC X(2).
       01  WS-CUSTMAS-EOF-SW               PIC X(1)    VALUE 'N'.
           88  CUSTMAS-EOF                             VALUE 'Y'.
       01  WS-PRODMAST-EOF-SW              PIC X(1)    VALUE 'N'.
           88  PRODMAST-EOF                            VALUE 'Y'.

       01  WS-GL-DEPOSIT-ACCOUNT           PIC X(8)
                                           VALUE "20100000".
       01  WS-GL-SVC-INCOME-ACCOUNT        PIC X(8)
                                           VALUE "40200000".
       01  WS-GL-ENTRY-COUNT               PIC 9(5)    VALUE 0.

      *    PRODUCT-MASTER held in storage for the run, with the
      *    charged and waived totals kept against each product.
       01  WS-PROD-MAX                     PIC 9(2)    VALUE 50.
       01  WS-PROD-COUNT                   PIC 9(2)    VALUE 0.
       01  WS-PROD-IDX                     PIC 9(2).
       01  WS-PROD-FOUND-SW                PIC X(1)    VALUE 'N'.
           88  PROD-FOUND                              VALUE 'Y'.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 50 TIMES.
               10  WS-PT-ACCOUNT-TYPE      PIC X(2).
               10  WS-PT-DESCRIPTION       PIC X(20).
               10  WS-PT-MONTHLY-FEE       PIC 9(3)V99.
               10  WS-PT-WAIVER-BALANCE    PIC 9(7)V99.
               10  WS-PT-CHARGED-COUNT     PIC 9(7).
               10  WS-PT-CHARGED-AMOUNT    PIC 9(9)V99.
               10  WS-PT-WAIVED-COUNT      PIC 9(7).
               10  WS-PT-WAIVED-AMOUNT     PIC 9(9)V99.

       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-FEE                          PIC 9(3)V99.
       01  WS-RECORD-CHANGED-SW            PIC X(1)    VALUE 'N'.
           88  RECORD-CHANGED                          VALUE 'Y'.

       01  WS-RECORD-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-SKIPPED-COUNT                PIC 9(7)    VALUE 0.
       01  WS-NOPROD-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-CHARGED-COUNT                PIC 9(7)    VALUE 0.
       01  WS-CHARGED-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-WAIVED-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-WAIVED-AMOUNT                PIC 9(9)V99 VALUE 0.
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.

           COPY CTLPARM.

       01  WS-HIST-SEQUENCE                PIC 9(7)    VALUE 0.
       01  WS-HIST-TIME                    PIC 9(6)    VALUE 0.
       01  WS-HIST-WRITTEN-SW              PIC X(1)    VALUE 'N'.
           88  HIST-WRITTEN                            VALUE 'Y'.

       01  WS-REG-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "MONTHLY MAINTENANCE FEE REGIST".
           05  FILLER             PIC X(10)  VALUE "ER  FOR".
           05  RH-RUN-DATE        PIC 9(8).

       01  WS-REG-HEADING-2.
           05  FILLER             PIC X(7)   VALUE "ID".
           05  FILLER             PIC X(26)  VALUE "CUSTOMER NAME".
           05  FILLER             PIC X(6)   VALUE "ACCT".
           05  FILLER             PIC X(9)   VALUE "ACTION".
           05  FILLER             PIC X(9)   VALUE "     FEE".
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(13)  VALUE "  BALANCE".

       01  WS-REG-DETAIL.
           05  RD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-CUSTOMER-NAME   PIC X(24).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RD-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  RD-ACTION          PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-FEE             PIC ZZZZ9.99.
           05  FILLER             PIC X(3)   VALUE SPACES.
           05  RD-BALANCE         PIC Z(8)9.99-.

       01  WS-PROD-HEADING.
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(21)  VALUE "PRODUCT".
           05  FILLER             PIC X(10)  VALUE "  CHARGED".
           05  FILLER             PIC X(14)  VALUE "       AMOUNT".
           05  FILLER             PIC X(10)  VALUE "   WAIVED".
           05  FILLER             PIC X(14)  VALUE "       AMOUNT".

       01  WS-PROD-LINE.
           05  PL-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  PL-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  PL-CHARGED-COUNT   PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  PL-CHARGED-AMOUNT  PIC Z(9)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  PL-WAIVED-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  PL-WAIVED-AMOUNT   PIC Z(9)9.99.

       01  WS-REG-COUNT-LINE.
           05  CL-LABEL           PIC X(26).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CL-COUNT           PIC Z,ZZZ,ZZ9.

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

           PERFORM OPEN-FILES
           PERFORM LOAD-PRODUCT-TABLE

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-REG-HEADING-1 TO REG-LINE
           WRITE REG-LINE
           MOVE WS-REG-HEADING-2 TO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           PERFORM UNTIL CUSTMAS-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUSTMAS-EOF-SW
                   NOT AT END
                       PERFORM CHARGE-CUSTOMER
               END-READ
           END-PERFORM

           PERFORM PRINT-PRODUCT-TOTALS
           PERFORM PRINT-REGISTER-TOTALS
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-POSTED-TOTAL

           DISPLAY "CUSTOMERS READ: " WS-RECORD-COUNT
           DISPLAY "FEES CHARGED: " WS-CHARGED-COUNT
           DISPLAY "FEES WAIVED: " WS-WAIVED-COUNT

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "FEEPOST" TO CTL-STEP-NAME
           MOVE "PRODMAST" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "FEEPOST NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

       OPEN-FILES.
           OPEN I-O CUSTOMER-MASTER
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

           OPEN OUTPUT FEE-REGISTER
           IF WS-MNTFEREG-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING FEE-REGISTER: "
                   WS-MNTFEREG-STATUS
               STOP RUN
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

           OPEN OUTPUT GL-JOURNAL
           IF WS-GLFEE-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING GL-JOURNAL: " WS-GLFEE-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE PRODUCT-MASTER
           CLOSE FEE-REGISTER
           CLOSE TRANSACTION-HISTORY
           CLOSE GL-JOURNAL.

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
               DISPLAY "FEEPOST: PRODUCT-MASTER EXCEEDS " WS-PROD-MAX
                   " PRODUCTS - RUN STOPPED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PROD-COUNT
           MOVE PM-ACCOUNT-TYPE TO WS-PT-ACCOUNT-TYPE (WS-PROD-COUNT)
           MOVE PM-DESCRIPTION TO WS-PT-DESCRIPTION (WS-PROD-COUNT)
           MOVE PM-MONTHLY-FEE TO WS-PT-MONTHLY-FEE (WS-PROD-COUNT)
           MOVE PM-WAIVER-BALANCE
               TO WS-PT-WAIVER-BALANCE (WS-PROD-COUNT)
           MOVE 0 TO WS-PT-CHARGED-COUNT (WS-PROD-COUNT)
           MOVE 0 TO WS-PT-CHARGED-AMOUNT (WS-PROD-COUNT)
           MOVE 0 TO WS-PT-WAIVED-COUNT (WS-PROD-COUNT)
           MOVE 0 TO WS-PT-WAIVED-AMOUNT (WS-PROD-COUNT).

       CHARGE-CUSTOMER.
           ADD 1 TO WS-RECORD-COUNT

      *    No fees against a customer under a hold - frozen,
      *    deceased, or closed customers are skipped whole.
           IF CM-ACTIVE
               MOVE 'N' TO WS-RECORD-CHANGED-SW

               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
                   PERFORM CHARGE-ACCOUNT
               END-PERFORM

               IF RECORD-CHANGED
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REWRITING CUSTOMER-MASTER: "
                               WS-CUSTMAS-STATUS " ID " CM-CUSTOMER-ID
                           STOP RUN
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       CHARGE-ACCOUNT.
           PERFORM FIND-PRODUCT
           IF NOT PROD-FOUND
               ADD 1 TO WS-NOPROD-COUNT
           ELSE
               MOVE WS-PT-MONTHLY-FEE (WS-PROD-IDX) TO WS-FEE
               IF WS-FEE > 0
                   IF WS-PT-WAIVER-BALANCE (WS-PROD-IDX) > 0
                           AND CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                               >= WS-PT-WAIVER-BALANCE (WS-PROD-IDX)
                       PERFORM WAIVE-FEE
                   ELSE
                       PERFORM POST-FEE
                   END-IF
               END-IF
           END-IF.

       FIND-PRODUCT.
           MOVE 'N' TO WS-PROD-FOUND-SW
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
                       OR PROD-FOUND
               IF WS-PT-ACCOUNT-TYPE (WS-PROD-IDX)
                       = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                   MOVE 'Y' TO WS-PROD-FOUND-SW
               END-IF
           END-PERFORM
      *    The loop steps one past the matching entry before it
      *    tests the switch.
           IF PROD-FOUND
               SUBTRACT 1 FROM WS-PROD-IDX
           END-IF.

       WAIVE-FEE.
           ADD 1 TO WS-WAIVED-COUNT
           ADD WS-FEE TO WS-WAIVED-AMOUNT
           ADD 1 TO WS-PT-WAIVED-COUNT (WS-PROD-IDX)
           ADD WS-FEE TO WS-PT-WAIVED-AMOUNT (WS-PROD-IDX)

           MOVE "WAIVED" TO RD-ACTION
           PERFORM WRITE-REGISTER-LINE.

       POST-FEE.
           SUBTRACT WS-FEE FROM CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
           PERFORM SET-OVERDRAFT-STATUS
           MOVE 'Y' TO WS-RECORD-CHANGED-SW

           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-FEE TO WS-CHARGED-AMOUNT
           ADD 1 TO WS-PT-CHARGED-COUNT (WS-PROD-IDX)
           ADD WS-FEE TO WS-PT-CHARGED-AMOUNT (WS-PROD-IDX)

           MOVE "CHARGED" TO RD-ACTION
           PERFORM WRITE-REGISTER-LINE

           PERFORM WRITE-FEE-HISTORY.

       SET-OVERDRAFT-STATUS.
      *    Keep the overdraft flags consistent with the new balance
      *    sign, the same way TRNPOST does on a posted item.
           IF CM-ACCOUNT-BALANCE (WS-ACCT-IDX) < 0
               IF CM-NOT-OVERDRAWN (WS-ACCT-IDX)
                   MOVE 'Y' TO CM-OVERDRAFT-STATUS (WS-ACCT-IDX)
                   MOVE 'N' TO CM-OVERDRAFT-FEE-ASSESSED (WS-ACCT-IDX)
               END-IF
           ELSE
               MOVE 'N' TO CM-OVERDRAFT-STATUS (WS-ACCT-IDX)
               MOVE 'N' TO CM-OVERDRAFT-FEE-ASSESSED (WS-ACCT-IDX)
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE CM-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO RD-CUSTOMER-NAME
           MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO RD-ACCOUNT-TYPE
           MOVE WS-FEE TO RD-FEE
           MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO RD-BALANCE
           MOVE WS-REG-DETAIL TO REG-LINE
           WRITE REG-LINE.

       WRITE-FEE-HISTORY.
      *    The fee debit goes to TRANSACTION-HISTORY like any posted
      *    item, so the HISTINQ activity inquiry shows it.
           MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID
           MOVE WS-RUN-DATE TO TH-POST-DATE
           MOVE CM-ACCOUNT-TYPE (WS-ACCT-IDX) TO TH-ACCOUNT-TYPE
           MOVE 'M' TO TH-TRAN-CODE
           COMPUTE TH-AMOUNT = 0 - WS-FEE
           MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO TH-BALANCE-AFTER
           MOVE "FEEPOST" TO TH-SOURCE
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

       PRINT-PRODUCT-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-PROD-HEADING TO REG-LINE
           WRITE REG-LINE

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-COUNT
               MOVE WS-PT-ACCOUNT-TYPE (WS-PROD-IDX)
                   TO PL-ACCOUNT-TYPE
               MOVE WS-PT-DESCRIPTION (WS-PROD-IDX)
                   TO PL-DESCRIPTION
               MOVE WS-PT-CHARGED-COUNT (WS-PROD-IDX)
                   TO PL-CHARGED-COUNT
               MOVE WS-PT-CHARGED-AMOUNT (WS-PROD-IDX)
                   TO PL-CHARGED-AMOUNT
               MOVE WS-PT-WAIVED-COUNT (WS-PROD-IDX)
                   TO PL-WAIVED-COUNT
               MOVE WS-PT-WAIVED-AMOUNT (WS-PROD-IDX)
                   TO PL-WAIVED-AMOUNT
               MOVE WS-PROD-LINE TO REG-LINE
               WRITE REG-LINE
           END-PERFORM

           MOVE SPACES TO PL-ACCOUNT-TYPE
           MOVE "ALL PRODUCTS" TO PL-DESCRIPTION
           MOVE WS-CHARGED-COUNT TO PL-CHARGED-COUNT
           MOVE WS-CHARGED-AMOUNT TO PL-CHARGED-AMOUNT
           MOVE WS-WAIVED-COUNT TO PL-WAIVED-COUNT
           MOVE WS-WAIVED-AMOUNT TO PL-WAIVED-AMOUNT
           MOVE WS-PROD-LINE TO REG-LINE
           WRITE REG-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           MOVE "CUSTOMERS READ" TO CL-LABEL
           MOVE WS-RECORD-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "CUSTOMERS NOT ACTIVE" TO CL-LABEL
           MOVE WS-SKIPPED-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "ACCOUNTS WITH NO PRODUCT" TO CL-LABEL
           MOVE WS-NOPROD-COUNT TO CL-COUNT
           MOVE WS-REG-COUNT-LINE TO REG-LINE
           WRITE REG-LINE.

       WRITE-GL-JOURNAL.
      *    The GL side books service-charge income from these
      *    balanced entries instead of rekeying the register's
      *    totals.  A run that charged nothing writes only the
      *    trailer.
           IF WS-CHARGED-AMOUNT > 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'J' TO GJ-RECORD-TYPE
               MOVE "FEEPOST" TO GJ-SOURCE
               MOVE WS-RUN-DATE TO GJ-BUSINESS-DATE
               MOVE WS-GL-DEPOSIT-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               MOVE WS-CHARGED-AMOUNT TO GJ-AMOUNT
               MOVE "MAINTENANCE FEES CHARGED" TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-ENTRY-COUNT

               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'J' TO GJ-RECORD-TYPE
               MOVE "FEEPOST" TO GJ-SOURCE
               MOVE WS-RUN-DATE TO GJ-BUSINESS-DATE
               MOVE WS-GL-SVC-INCOME-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               MOVE WS-CHARGED-AMOUNT TO GJ-AMOUNT
               MOVE "SERVICE CHARGE INCOME" TO GJ-DESCRIPTION
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-GL-ENTRY-COUNT
           END-IF

           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE "FEEPOST" TO GJ-SOURCE
           MOVE WS-RUN-DATE TO GJ-BUSINESS-DATE
           MOVE WS-CHARGED-AMOUNT TO GJ-TOTAL-DEBITS
           MOVE WS-CHARGED-AMOUNT TO GJ-TOTAL-CREDITS
           MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
           WRITE GL-JOURNAL-RECORD.

       WRITE-POSTED-TOTAL.
      *    Append the run's net effect on the master for the
      *    EODPROOF trial-balance step; fees debit the master, so
      *    the net is negative.
           OPEN EXTEND POSTED-TOTALS
           IF WS-POSTTOT-STATUS NOT = "00" THEN
               OPEN OUTPUT POSTED-TOTALS
           END-IF
           IF WS-POSTTOT-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING POSTED-TOTALS: "
                   WS-POSTTOT-STATUS
               STOP RUN
           END-IF

           MOVE "FEEPOST" TO PT-SOURCE
           MOVE WS-RUN-DATE TO PT-RUN-DATE
           COMPUTE PT-NET-AMOUNT = 0 - WS-CHARGED-AMOUNT
           WRITE POSTED-TOTAL-RECORD

           CLOSE POSTED-TOTALS.
