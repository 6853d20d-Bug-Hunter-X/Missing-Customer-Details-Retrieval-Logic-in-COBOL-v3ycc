      ******************************************************************
      * PROGRAM-ID. ACHIN
      * Inbound ACH clearing-house processing - reads the ACHIN
      * file of payroll direct deposits and electronic debits and
      * turns every entry into either a deposit or withdrawal on
      * DAILY-TRANSACTIONS or a return to the clearing house.  Runs
      * after TRNEDIT has written the clean file and before TRNPOST;
      * the items are added behind the branch batches.
      *
      * The file is proven before anything from it is used.  Every
      * batch must agree with its batch control on entry count and
      * debit and credit totals, and the file must agree with its
      * file control on batch count, entry count, and totals.  A
      * batch that does not prove is refused whole - none of its
      * entries is posted or returned - and the run ends with
      * RETURN-CODE 4 so the desk asks the clearing house for it
      * again.  A file that does not prove, is missing its header
      * or control, or has already been received (the ACH-REGISTER
      * file carries every accepted file's origin, date, and ID
      * modifier across runs) is refused whole with RETURN-CODE 8.
      *
      * Each entry of a proven batch is matched to CUSTOMER-MASTER
      * by customer ID and account type.  An entry is returned with
      * the standard reason (see ACHRTNRC) when the customer is not
      * on file or does not carry the account, the customer is not
      * active, the account type is not on PRODUCT-MASTER, or a
      * debit would overdraw a product that does not permit
      * overdrafts or draw on money under an active hold - against
      * the balance before tonight's posting, moved by every item
      * already queued on DAILY-TRANSACTIONS for tonight (branch
      * items, released suspense, standing-order transfers, each
      * leg of a transfer) and by the entries already taken from
      * this file, since TRNPOST posts all of those first.  An
      * entry TRNPOST would refuse for funds is returned here
      * rather than left in suspense.  Every other entry is written
      * to DAILY-TRANSACTIONS as a deposit (credit codes) or
      * withdrawal (debit codes) with TR-SOURCE "ACHIN" and the low
      * six digits of the trace number in TR-REFERENCE.
      *
      * The settlement report lists every batch with its proof
      * result, every returned entry with its reason, and the
      * settlement totals - entries received by the file control,
      * then refused, posted, and returned - proving received equals
      * refused plus posted plus returned in count and in debit and
      * credit amount.
      *
      * Registered with BATCHCTL as step ACHIN; everything the run
      * stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-FILE ASSIGN TO "ACHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHIN-STATUS.

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

           SELECT RETURN-FILE ASSIGN TO "ACHRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHRTN-STATUS.

           SELECT SETTLEMENT-REPORT ASSIGN TO "ACHSETL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHSETL-STATUS.

           SELECT ACH-REGISTER ASSIGN TO "ACHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KEY
               FILE STATUS IS WS-ACHREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-FILE.
           COPY ACHREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  PRODUCT-MASTER.
           COPY PRODREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  DAILY-TRANSACTIONS.
           COPY TRNREC.

       FD  RETURN-FILE.
           COPY ACHRTNRC.

       FD  SETTLEMENT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LINE                       PIC X(80).

       FD  ACH-REGISTER.
       01  ACH-REGISTER-RECORD.
           05  AG-KEY.
               10  AG-ORIGIN-ID        PIC X(10).
               10  AG-FILE-DATE        PIC 9(8).
               10  AG-FILE-ID-MODIFIER PIC X(1).
           05  AG-ACCEPT-DATE          PIC 9(8).
           05  AG-ENTRY-COUNT          PIC 9(8).
           05  AG-TOTAL-DEBITS         PIC 9(10)V99.
           05  AG-TOTAL-CREDITS        PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       01  WS-ACHIN-STATUS                 PIC X(2).
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-PRODMAST-STATUS              PIC X(2).
       01  WS-HOLDS-STATUS                 PIC X(2).
       01  WS-DAILYTRN-STATUS              PIC X(2).
       01  WS-ACHRTN-STATUS                PIC X(2).
       01  WS-ACHSETL-STATUS               PIC X(2).
       01  WS-ACHREG-STATUS                PIC X(2).
       01  WS-ACHIN-EOF-SW                 PIC X(1)    VALUE 'N'.
           88  ACHIN-EOF                               VALUE 'Y'.
       01  WS-HOLDS-EOF-SW                 PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                               VALUE 'Y'.
       01  WS-HOLDS-OPEN-SW                PIC X(1)    VALUE 'N'.
           88  HOLDS-AVAILABLE                         VALUE 'Y'.

       01  WS-HEADER-SEEN-SW               PIC X(1)    VALUE 'N'.
           88  HEADER-SEEN                             VALUE 'Y'.
       01  WS-CONTROL-SEEN-SW              PIC X(1)    VALUE 'N'.
           88  CONTROL-SEEN                            VALUE 'Y'.
       01  WS-BATCH-OPEN-SW                PIC X(1)    VALUE 'N'.
           88  BATCH-OPEN                              VALUE 'Y'.
       01  WS-BATCH-POISON-SW              PIC X(1)    VALUE 'N'.
           88  BATCH-POISONED                          VALUE 'Y'.
       01  WS-FILE-REFUSE-REASON           PIC X(30)   VALUE SPACES.

       01  WS-ORIGIN-ID                    PIC X(10)   VALUE SPACES.
       01  WS-FILE-DATE                    PIC 9(8)    VALUE 0.
       01  WS-FILE-ID-MODIFIER             PIC X(1)    VALUE SPACE.

      *    Totals of the file as read, and as its file control
      *    reports them.
       01  WS-FILE-BATCH-COUNT             PIC 9(6)    VALUE 0.
       01  WS-FILE-ENTRY-COUNT             PIC 9(8)    VALUE 0.
       01  WS-FILE-DEBITS                  PIC 9(10)V99 VALUE 0.
       01  WS-FILE-CREDITS                 PIC 9(10)V99 VALUE 0.
       01  WS-FC-ENTRY-COUNT               PIC 9(8)    VALUE 0.
       01  WS-FC-DEBITS                    PIC 9(10)V99 VALUE 0.
       01  WS-FC-CREDITS                   PIC 9(10)V99 VALUE 0.

       01  WS-BATCH-MAX                    PIC 9(3)    VALUE 200.
       01  WS-BATCH-IDX                    PIC 9(3)    VALUE 0.
       01  WS-BATCH-TABLE.
           05  WS-BT-ENTRY OCCURS 200 TIMES.
               10  WS-BT-BATCH-NUMBER      PIC 9(7).
               10  WS-BT-COMPANY-NAME      PIC X(16).
               10  WS-BT-RPT-COUNT         PIC 9(6).
               10  WS-BT-ENTRY-COUNT       PIC 9(6).
               10  WS-BT-DEBITS            PIC 9(10)V99.
               10  WS-BT-CREDITS           PIC 9(10)V99.
               10  WS-BT-STATUS            PIC X(22).
               10  WS-BT-PROVEN-SW         PIC X(1).
                   88  WS-BT-PROVEN                    VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.
       01  WS-CUR-BATCH-NUMBER             PIC 9(7)    VALUE 0.
       01  WS-CUR-COMPANY-ID               PIC X(10)   VALUE SPACES.
       01  WS-CUR-EFFECTIVE-DATE           PIC 9(8)    VALUE 0.

       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-ENTRY-ACCT                   PIC 9(1)    VALUE 0.
       01  WS-OD-ALLOWED                   PIC X(1)    VALUE 'Y'.
       01  WS-HOLD-TOTAL                   PIC 9(9)V99 VALUE 0.
       01  WS-PROJECTED-BALANCE            PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE-BALANCE            PIC S9(9)V99 VALUE 0.
       01  WS-RETURN-REASON                PIC X(3)    VALUE SPACES.
       01  WS-RETURN-DESC                  PIC X(25)   VALUE SPACES.

      *    The net of the items queued for tonight and the entries
      *    already taken from this file for each account, so an ACH
      *    debit cannot spend money tonight's earlier items spend.
       01  WS-NET-MAX                      PIC 9(4)    VALUE 5000.
       01  WS-NET-COUNT                    PIC 9(4)    VALUE 0.
       01  WS-NET-IDX                      PIC 9(4)    VALUE 0.
       01  WS-NET-FULL-COUNT               PIC 9(7)    VALUE 0.
       01  WS-NET-CUSTOMER                 PIC 9(5)    VALUE 0.
       01  WS-NET-TYPE                     PIC X(2)    VALUE SPACES.
       01  WS-NET-MOVEMENT                 PIC S9(9)V99 VALUE 0.
       01  WS-QUEUED-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-DAILYTRN-EOF-SW              PIC X(1)    VALUE 'N'.
           88  DAILYTRN-EOF                            VALUE 'Y'.
       01  WS-NET-TABLE.
           05  WS-NET-ENTRY OCCURS 5000 TIMES.
               10  WS-NET-CUSTOMER-ID      PIC 9(5).
               10  WS-NET-ACCOUNT-TYPE     PIC X(2).
               10  WS-NET-AMOUNT           PIC S9(9)V99.

       01  WS-REFUSED-COUNT                PIC 9(8)    VALUE 0.
       01  WS-REFUSED-DEBITS               PIC 9(10)V99 VALUE 0.
       01  WS-REFUSED-CREDITS              PIC 9(10)V99 VALUE 0.
       01  WS-REFUSED-BATCH-COUNT          PIC 9(6)    VALUE 0.
       01  WS-POSTED-COUNT                 PIC 9(8)    VALUE 0.
       01  WS-POSTED-DEBITS                PIC 9(10)V99 VALUE 0.
       01  WS-POSTED-CREDITS               PIC 9(10)V99 VALUE 0.
       01  WS-RETURNED-COUNT               PIC 9(8)    VALUE 0.
       01  WS-RETURNED-DEBITS              PIC 9(10)V99 VALUE 0.
       01  WS-RETURNED-CREDITS             PIC 9(10)V99 VALUE 0.
       01  WS-ACCOUNTED-COUNT              PIC 9(8)    VALUE 0.
       01  WS-ACCOUNTED-DEBITS             PIC 9(10)V99 VALUE 0.
       01  WS-ACCOUNTED-CREDITS            PIC 9(10)V99 VALUE 0.

           COPY CTLPARM.

       01  WS-REG-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "ACH SETTLEMENT REPORT".
           05  FILLER             PIC X(10)  VALUE "FOR".
           05  HD-RUN-DATE        PIC 9(8).

       01  WS-REG-HEADING-2.
           05  FILLER             PIC X(8)   VALUE "ORIGIN".
           05  HD-ORIGIN-ID       PIC X(10).
           05  FILLER             PIC X(12)  VALUE "  FILE DATE".
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  HD-FILE-DATE       PIC 9(8).
           05  FILLER             PIC X(6)   VALUE "  MOD".
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  HD-FILE-ID-MODIFIER PIC X(1).

       01  WS-BATCH-HEADING.
           05  FILLER             PIC X(8)   VALUE "BATCH".
           05  FILLER             PIC X(11)  VALUE "COMPANY".
           05  FILLER             PIC X(12)  VALUE "CNT RPT/RCV".
           05  FILLER             PIC X(13)  VALUE "      DEBITS".
           05  FILLER             PIC X(13)  VALUE "     CREDITS".
           05  FILLER             PIC X(22)  VALUE "STATUS".

       01  WS-BATCH-LINE.
           05  BL-BATCH-NUMBER    PIC 9(7).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  BL-COMPANY-NAME    PIC X(10).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  BL-RPT-COUNT       PIC ZZZZ9.
           05  FILLER             PIC X(1)   VALUE "/".
           05  BL-ENTRY-COUNT     PIC ZZZZ9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  BL-DEBITS          PIC Z(8)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  BL-CREDITS         PIC Z(8)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  BL-STATUS          PIC X(22).

       01  WS-RETURN-HEADING.
           05  FILLER             PIC X(8)   VALUE "BATCH".
           05  FILLER             PIC X(16)  VALUE "TRACE".
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(3)   VALUE "TC".
           05  FILLER             PIC X(11)  VALUE "    AMOUNT".
           05  FILLER             PIC X(4)   VALUE "RC".
           05  FILLER             PIC X(25)  VALUE "REASON".

       01  WS-RETURN-LINE.
           05  RD-BATCH-NUMBER    PIC 9(7).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-TRACE-NUMBER    PIC 9(15).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-TRAN-CODE       PIC 9(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-AMOUNT          PIC Z(6)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-RETURN-REASON   PIC X(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-RETURN-DESC     PIC X(25).

       01  WS-TOTAL-HEADING.
           05  FILLER             PIC X(24)  VALUE "SETTLEMENT".
           05  FILLER             PIC X(11)  VALUE "    ENTRIES".
           05  FILLER             PIC X(14)  VALUE "        DEBITS".
           05  FILLER             PIC X(14)  VALUE "       CREDITS".

       01  WS-TOTAL-LINE.
           05  TL-LABEL           PIC X(24).
           05  TL-COUNT           PIC ZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  TL-DEBITS          PIC Z(10)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  TL-CREDITS         PIC Z(10)9.99.

       01  WS-MESSAGE-LINE                 PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE

           PERFORM OPEN-FILES

           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-REG-HEADING-1 TO REG-LINE
           WRITE REG-LINE

           PERFORM PROVE-FILE
           IF WS-FILE-REFUSE-REASON = SPACES
               PERFORM CHECK-DUPLICATE-FILE
           END-IF

           MOVE WS-ORIGIN-ID TO HD-ORIGIN-ID
           MOVE WS-FILE-DATE TO HD-FILE-DATE
           MOVE WS-FILE-ID-MODIFIER TO HD-FILE-ID-MODIFIER
           MOVE WS-REG-HEADING-2 TO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           PERFORM PRINT-BATCH-LINES

           IF WS-FILE-REFUSE-REASON = SPACES
               MOVE WS-RETURN-HEADING TO REG-LINE
               WRITE REG-LINE
               PERFORM PROCESS-FILE
               PERFORM REGISTER-FILE
               PERFORM PRINT-SETTLEMENT-TOTALS
           ELSE
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "*** FILE REFUSED - " DELIMITED BY SIZE
                   WS-FILE-REFUSE-REASON DELIMITED BY SIZE
                   " - NOTHING POSTED OR RETURNED ***"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-LINE
               END-STRING
               MOVE WS-MESSAGE-LINE TO REG-LINE
               WRITE REG-LINE
           END-IF

           DISPLAY "ACH BATCHES READ: " WS-FILE-BATCH-COUNT
           DISPLAY "ACH ENTRIES READ: " WS-FILE-ENTRY-COUNT
           DISPLAY "ENTRIES POSTED: " WS-POSTED-COUNT
           DISPLAY "ENTRIES RETURNED: " WS-RETURNED-COUNT
           DISPLAY "BATCHES REFUSED: " WS-REFUSED-BATCH-COUNT
           DISPLAY "QUEUED ITEMS NETTED: " WS-QUEUED-COUNT
           IF WS-NET-FULL-COUNT > 0
               DISPLAY "ACHIN: NET TABLE FULL - " WS-NET-FULL-COUNT
                   " MOVEMENT(S) NOT CARRIED IN FUNDS CHECK"
           END-IF

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END

           IF WS-FILE-REFUSE-REASON NOT = SPACES
               DISPLAY "ACHIN: FILE REFUSED - " WS-FILE-REFUSE-REASON
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-BATCH-COUNT > 0
                   DISPLAY "ACHIN: " WS-REFUSED-BATCH-COUNT
                       " BATCH(ES) REFUSED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "ACHIN" TO CTL-STEP-NAME
           MOVE "ACHIN" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "ACHIN NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

       OPEN-FILES.
           OPEN INPUT ACH-FILE
           IF WS-ACHIN-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING ACH-FILE: " WS-ACHIN-STATUS
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
      *    clearing-house items are added behind the branch batches,
      *    so what is queued ahead of them is netted first.
           PERFORM NET-QUEUED-ITEMS
           OPEN EXTEND DAILY-TRANSACTIONS
           IF WS-DAILYTRN-STATUS NOT = "00" THEN
               OPEN OUTPUT DAILY-TRANSACTIONS
           END-IF
           IF WS-DAILYTRN-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING DAILY-TRANSACTIONS: "
                   WS-DAILYTRN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN-FILE
           IF WS-ACHRTN-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING RETURN-FILE: " WS-ACHRTN-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT SETTLEMENT-REPORT
           IF WS-ACHSETL-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING SETTLEMENT-REPORT: "
                   WS-ACHSETL-STATUS
               STOP RUN
           END-IF

           OPEN I-O ACH-REGISTER
           IF WS-ACHREG-STATUS = "05" OR WS-ACHREG-STATUS = "35"
      *        ACH-REGISTER does not exist yet - create it.
               OPEN OUTPUT ACH-REGISTER
               CLOSE ACH-REGISTER
               OPEN I-O ACH-REGISTER
           END-IF
           IF WS-ACHREG-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING ACH-REGISTER: "
                   WS-ACHREG-STATUS
               STOP RUN
           END-IF.

       NET-QUEUED-ITEMS.
      *    Everything already on DAILY-TRANSACTIONS posts ahead of
      *    the ACH items, so its movement on each account counts
      *    against the ACH debits.  Reversals are left out; they
      *    only back out items already on the master.
           OPEN INPUT DAILY-TRANSACTIONS
           IF WS-DAILYTRN-STATUS = "00"
               MOVE 'N' TO WS-DAILYTRN-EOF-SW
               PERFORM UNTIL DAILYTRN-EOF
                   READ DAILY-TRANSACTIONS
                       AT END
                           MOVE 'Y' TO WS-DAILYTRN-EOF-SW
                       NOT AT END
                           PERFORM NET-QUEUED-ITEM
                   END-READ
               END-PERFORM
               CLOSE DAILY-TRANSACTIONS
           END-IF.

       NET-QUEUED-ITEM.
           IF TR-CUSTOMER-ID IS NUMERIC AND TR-AMOUNT IS NUMERIC
               ADD 1 TO WS-QUEUED-COUNT
               MOVE TR-CUSTOMER-ID TO WS-NET-CUSTOMER
               EVALUATE TRUE
                   WHEN TR-DEPOSIT
                       MOVE TR-ACCOUNT-TYPE TO WS-NET-TYPE
                       MOVE TR-AMOUNT TO WS-NET-MOVEMENT
                       PERFORM ADD-TO-NET
                   WHEN TR-WITHDRAWAL
                       MOVE TR-ACCOUNT-TYPE TO WS-NET-TYPE
                       COMPUTE WS-NET-MOVEMENT = 0 - TR-AMOUNT
                       PERFORM ADD-TO-NET
                   WHEN TR-TRANSFER
                       MOVE TR-ACCOUNT-TYPE TO WS-NET-TYPE
                       COMPUTE WS-NET-MOVEMENT = 0 - TR-AMOUNT
                       PERFORM ADD-TO-NET
                       MOVE TR-TO-ACCOUNT-TYPE TO WS-NET-TYPE
                       MOVE TR-AMOUNT TO WS-NET-MOVEMENT
                       PERFORM ADD-TO-NET
               END-EVALUATE
           END-IF.

       CLOSE-FILES.
           CLOSE ACH-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE PRODUCT-MASTER
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           CLOSE DAILY-TRANSACTIONS
           CLOSE RETURN-FILE
           CLOSE SETTLEMENT-REPORT
           CLOSE ACH-REGISTER.

       PROVE-FILE.
      *    First pass - prove every batch against its batch control
      *    and the file against its file control.  Nothing is
      *    posted or returned until the whole file has been read.
           PERFORM UNTIL ACHIN-EOF
               READ ACH-FILE
                   AT END
                       MOVE 'Y' TO WS-ACHIN-EOF-SW
                   NOT AT END
                       PERFORM PROVE-RECORD
               END-READ
           END-PERFORM

           IF BATCH-OPEN
               MOVE "MISSING BATCH CONTROL" TO WS-BT-STATUS
                   (WS-BATCH-IDX)
               PERFORM CLOSE-UNPROVEN-BATCH
           END-IF
           IF NOT HEADER-SEEN
               PERFORM SET-MISSING-HEADER
           END-IF
           IF NOT CONTROL-SEEN AND WS-FILE-REFUSE-REASON = SPACES
               MOVE "MISSING FILE CONTROL" TO WS-FILE-REFUSE-REASON
           END-IF.

       PROVE-RECORD.
           IF CONTROL-SEEN
               IF WS-FILE-REFUSE-REASON = SPACES
                   MOVE "RECORDS AFTER FILE CONTROL"
                       TO WS-FILE-REFUSE-REASON
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN AH-FILE-HEADER
                       PERFORM PROVE-FILE-HEADER
                   WHEN NOT HEADER-SEEN
                       PERFORM SET-MISSING-HEADER
                   WHEN AH-BATCH-HEADER
                       PERFORM PROVE-BATCH-HEADER
                   WHEN AH-ENTRY-DETAIL
                       PERFORM PROVE-ENTRY
                   WHEN AH-BATCH-CONTROL
                       PERFORM PROVE-BATCH-CONTROL
                   WHEN AH-FILE-CONTROL
                       PERFORM PROVE-FILE-CONTROL
                   WHEN OTHER
      *                An unrecognized record poisons the batch it
      *                sits in; outside a batch the file itself is
      *                damaged.
                       IF BATCH-OPEN
                           MOVE 'Y' TO WS-BATCH-POISON-SW
                       ELSE
                           IF WS-FILE-REFUSE-REASON = SPACES
                               MOVE "INVALID RECORD OUTSIDE BATCH"
                                   TO WS-FILE-REFUSE-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       SET-MISSING-HEADER.
           MOVE 'Y' TO WS-HEADER-SEEN-SW
           IF WS-FILE-REFUSE-REASON = SPACES
               MOVE "MISSING FILE HEADER" TO WS-FILE-REFUSE-REASON
           END-IF.

       PROVE-FILE-HEADER.
           IF HEADER-SEEN
               IF WS-FILE-REFUSE-REASON = SPACES
                   MOVE "SECOND FILE HEADER" TO WS-FILE-REFUSE-REASON
               END-IF
           ELSE
               MOVE 'Y' TO WS-HEADER-SEEN-SW
               MOVE AH-ORIGIN-ID TO WS-ORIGIN-ID
               MOVE AH-FILE-ID-MODIFIER TO WS-FILE-ID-MODIFIER
               IF AH-FILE-DATE IS NUMERIC
                   MOVE AH-FILE-DATE TO WS-FILE-DATE
               ELSE
                   MOVE "INVALID FILE HEADER" TO WS-FILE-REFUSE-REASON
               END-IF
           END-IF.

       PROVE-BATCH-HEADER.
           IF BATCH-OPEN
      *        A new header arrived before the open batch's control -
      *        refuse the open batch whole.
               MOVE "MISSING BATCH CONTROL" TO WS-BT-STATUS
                   (WS-BATCH-IDX)
               PERFORM CLOSE-UNPROVEN-BATCH
           END-IF

           IF WS-BATCH-IDX >= WS-BATCH-MAX
               IF WS-FILE-REFUSE-REASON = SPACES
                   MOVE "TOO MANY BATCHES" TO WS-FILE-REFUSE-REASON
               END-IF
           ELSE
               ADD 1 TO WS-BATCH-IDX
               ADD 1 TO WS-FILE-BATCH-COUNT
               IF AH-BATCH-NUMBER IS NUMERIC
                   MOVE AH-BATCH-NUMBER
                       TO WS-BT-BATCH-NUMBER (WS-BATCH-IDX)
               ELSE
                   MOVE 0 TO WS-BT-BATCH-NUMBER (WS-BATCH-IDX)
               END-IF
               MOVE AH-COMPANY-NAME TO WS-BT-COMPANY-NAME (WS-BATCH-IDX)
               MOVE 0 TO WS-BT-RPT-COUNT (WS-BATCH-IDX)
               MOVE 0 TO WS-BT-ENTRY-COUNT (WS-BATCH-IDX)
               MOVE 0 TO WS-BT-DEBITS (WS-BATCH-IDX)
               MOVE 0 TO WS-BT-CREDITS (WS-BATCH-IDX)
               MOVE SPACES TO WS-BT-STATUS (WS-BATCH-IDX)
               MOVE 'N' TO WS-BT-PROVEN-SW (WS-BATCH-IDX)
               MOVE 'N' TO WS-BATCH-POISON-SW
               MOVE 'Y' TO WS-BATCH-OPEN-SW
           END-IF.

       PROVE-ENTRY.
           IF NOT BATCH-OPEN
               IF WS-FILE-REFUSE-REASON = SPACES
                   MOVE "ENTRY OUTSIDE ANY BATCH"
                       TO WS-FILE-REFUSE-REASON
               END-IF
           ELSE
               ADD 1 TO WS-BT-ENTRY-COUNT (WS-BATCH-IDX)
      *        A non-numeric amount adds to neither total, so the
      *        batch fails its control proof and is refused whole.
               IF AH-AMOUNT IS NUMERIC
                   EVALUATE TRUE
                       WHEN AH-CREDIT-ENTRY
                           ADD AH-AMOUNT
                               TO WS-BT-CREDITS (WS-BATCH-IDX)
                       WHEN AH-DEBIT-ENTRY
                           ADD AH-AMOUNT
                               TO WS-BT-DEBITS (WS-BATCH-IDX)
                       WHEN OTHER
                           MOVE 'Y' TO WS-BATCH-POISON-SW
                   END-EVALUATE
               END-IF
           END-IF.

       PROVE-BATCH-CONTROL.
           IF NOT BATCH-OPEN
               IF WS-FILE-REFUSE-REASON = SPACES
                   MOVE "BATCH CONTROL WITHOUT HEADER"
                       TO WS-FILE-REFUSE-REASON
               END-IF
           ELSE
               IF AH-BC-ENTRY-COUNT IS NUMERIC
                   MOVE AH-BC-ENTRY-COUNT
                       TO WS-BT-RPT-COUNT (WS-BATCH-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN BATCH-POISONED
                       MOVE "INVALID ENTRY IN BATCH"
                           TO WS-BT-STATUS (WS-BATCH-IDX)
                   WHEN AH-BC-BATCH-NUMBER IS NOT NUMERIC
                       OR AH-BC-BATCH-NUMBER
                           NOT = WS-BT-BATCH-NUMBER (WS-BATCH-IDX)
                       MOVE "BATCH NUMBER MISMATCH"
                           TO WS-BT-STATUS (WS-BATCH-IDX)
                   WHEN AH-BC-ENTRY-COUNT IS NOT NUMERIC
                       OR AH-BC-ENTRY-COUNT
                           NOT = WS-BT-ENTRY-COUNT (WS-BATCH-IDX)
                       MOVE "OUT OF BALANCE - COUNT"
                           TO WS-BT-STATUS (WS-BATCH-IDX)
                   WHEN AH-BC-TOTAL-DEBITS IS NOT NUMERIC
                       OR AH-BC-TOTAL-DEBITS
                           NOT = WS-BT-DEBITS (WS-BATCH-IDX)
                       MOVE "OUT OF BALANCE - DEBITS"
                           TO WS-BT-STATUS (WS-BATCH-IDX)
                   WHEN AH-BC-TOTAL-CREDITS IS NOT NUMERIC
                       OR AH-BC-TOTAL-CREDITS
                           NOT = WS-BT-CREDITS (WS-BATCH-IDX)
                       MOVE "OUT OF BALANCE - CREDITS"
                           TO WS-BT-STATUS (WS-BATCH-IDX)
                   WHEN OTHER
                       MOVE "PROVEN" TO WS-BT-STATUS (WS-BATCH-IDX)
                       MOVE 'Y' TO WS-BT-PROVEN-SW (WS-BATCH-IDX)
               END-EVALUATE
               IF NOT WS-BT-PROVEN (WS-BATCH-IDX)
                   PERFORM CLOSE-UNPROVEN-BATCH
               ELSE
                   PERFORM ADD-BATCH-TO-FILE
               END-IF
           END-IF.

       CLOSE-UNPROVEN-BATCH.
      *    The batch's entries are counted as refused; its status
      *    has already been set by the caller.
           ADD 1 TO WS-REFUSED-BATCH-COUNT
           ADD WS-BT-ENTRY-COUNT (WS-BATCH-IDX) TO WS-REFUSED-COUNT
           ADD WS-BT-DEBITS (WS-BATCH-IDX) TO WS-REFUSED-DEBITS
           ADD WS-BT-CREDITS (WS-BATCH-IDX) TO WS-REFUSED-CREDITS
           PERFORM ADD-BATCH-TO-FILE.

       ADD-BATCH-TO-FILE.
           ADD WS-BT-ENTRY-COUNT (WS-BATCH-IDX) TO WS-FILE-ENTRY-COUNT
           ADD WS-BT-DEBITS (WS-BATCH-IDX) TO WS-FILE-DEBITS
           ADD WS-BT-CREDITS (WS-BATCH-IDX) TO WS-FILE-CREDITS
           MOVE 'N' TO WS-BATCH-OPEN-SW.

       PROVE-FILE-CONTROL.
           IF BATCH-OPEN
               MOVE "MISSING BATCH CONTROL" TO WS-BT-STATUS
                   (WS-BATCH-IDX)
               PERFORM CLOSE-UNPROVEN-BATCH
           END-IF
           MOVE 'Y' TO WS-CONTROL-SEEN-SW
           IF AH-FC-ENTRY-COUNT IS NUMERIC
               MOVE AH-FC-ENTRY-COUNT TO WS-FC-ENTRY-COUNT
           END-IF
           IF AH-FC-TOTAL-DEBITS IS NUMERIC
               MOVE AH-FC-TOTAL-DEBITS TO WS-FC-DEBITS
           END-IF
           IF AH-FC-TOTAL-CREDITS IS NUMERIC
               MOVE AH-FC-TOTAL-CREDITS TO WS-FC-CREDITS
           END-IF

           IF WS-FILE-REFUSE-REASON = SPACES
               EVALUATE TRUE
                   WHEN AH-FC-BATCH-COUNT IS NOT NUMERIC
                       OR AH-FC-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                       MOVE "OUT OF BALANCE - FILE BATCHES"
                           TO WS-FILE-REFUSE-REASON
                   WHEN AH-FC-ENTRY-COUNT IS NOT NUMERIC
                       OR AH-FC-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
                       MOVE "OUT OF BALANCE - FILE COUNT"
                           TO WS-FILE-REFUSE-REASON
                   WHEN AH-FC-TOTAL-DEBITS IS NOT NUMERIC
                       OR AH-FC-TOTAL-DEBITS NOT = WS-FILE-DEBITS
                       MOVE "OUT OF BALANCE - FILE DEBITS"
                           TO WS-FILE-REFUSE-REASON
                   WHEN AH-FC-TOTAL-CREDITS IS NOT NUMERIC
                       OR AH-FC-TOTAL-CREDITS NOT = WS-FILE-CREDITS
                       MOVE "OUT OF BALANCE - FILE CREDITS"
                           TO WS-FILE-REFUSE-REASON
               END-EVALUATE
           END-IF.

       CHECK-DUPLICATE-FILE.
           MOVE WS-ORIGIN-ID TO AG-ORIGIN-ID
           MOVE WS-FILE-DATE TO AG-FILE-DATE
           MOVE WS-FILE-ID-MODIFIER TO AG-FILE-ID-MODIFIER
           READ ACH-REGISTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "DUPLICATE FILE" TO WS-FILE-REFUSE-REASON
           END-READ.

       PRINT-BATCH-LINES.
           MOVE WS-BATCH-HEADING TO REG-LINE
           WRITE REG-LINE
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-FILE-BATCH-COUNT
               MOVE WS-BT-BATCH-NUMBER (WS-BATCH-IDX) TO BL-BATCH-NUMBER
               MOVE WS-BT-COMPANY-NAME (WS-BATCH-IDX) TO BL-COMPANY-NAME
               MOVE WS-BT-RPT-COUNT (WS-BATCH-IDX) TO BL-RPT-COUNT
               MOVE WS-BT-ENTRY-COUNT (WS-BATCH-IDX) TO BL-ENTRY-COUNT
               MOVE WS-BT-DEBITS (WS-BATCH-IDX) TO BL-DEBITS
               MOVE WS-BT-CREDITS (WS-BATCH-IDX) TO BL-CREDITS
               MOVE WS-BT-STATUS (WS-BATCH-IDX) TO BL-STATUS
               MOVE WS-BATCH-LINE TO REG-LINE
               WRITE REG-LINE
           END-PERFORM
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE.

       PROCESS-FILE.
      *    Second pass - the file has proven; post or return every
      *    entry of each proven batch.
           CLOSE ACH-FILE
           OPEN INPUT ACH-FILE
           IF WS-ACHIN-STATUS NOT = "00" THEN
               DISPLAY "ERROR REOPENING ACH-FILE: " WS-ACHIN-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ACHIN-EOF-SW
           MOVE 0 TO WS-BATCH-IDX

           PERFORM UNTIL ACHIN-EOF
               READ ACH-FILE
                   AT END
                       MOVE 'Y' TO WS-ACHIN-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN AH-BATCH-HEADER
                               ADD 1 TO WS-BATCH-IDX
                               MOVE WS-BT-BATCH-NUMBER (WS-BATCH-IDX)
                                   TO WS-CUR-BATCH-NUMBER
                               MOVE AH-COMPANY-ID TO WS-CUR-COMPANY-ID
                               IF AH-EFFECTIVE-DATE IS NUMERIC
                                   MOVE AH-EFFECTIVE-DATE
                                       TO WS-CUR-EFFECTIVE-DATE
                               ELSE
                                   MOVE WS-RUN-DATE
                                       TO WS-CUR-EFFECTIVE-DATE
                               END-IF
                           WHEN AH-ENTRY-DETAIL
                               IF WS-BT-PROVEN (WS-BATCH-IDX)
                                   PERFORM PROCESS-ENTRY
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

       PROCESS-ENTRY.
           PERFORM VALIDATE-ENTRY
           IF WS-RETURN-REASON = SPACES
               PERFORM POST-ENTRY
           ELSE
               PERFORM RETURN-ENTRY
           END-IF.

       VALIDATE-ENTRY.
      *    The refusals TRNPOST would make, checked here so the item
      *    goes back to the originator instead of into suspense.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE SPACES TO WS-RETURN-DESC
           IF AH-CUSTOMER-ID IS NOT NUMERIC
               MOVE "R03" TO WS-RETURN-REASON
               MOVE "CUSTOMER NOT ON FILE" TO WS-RETURN-DESC
           ELSE
               MOVE AH-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "R03" TO WS-RETURN-REASON
                       MOVE "CUSTOMER NOT ON FILE" TO WS-RETURN-DESC
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CM-ACTIVE
                               CONTINUE
                           WHEN CM-CLOSED
                               MOVE "R02" TO WS-RETURN-REASON
                               MOVE "CUSTOMER CLOSED"
                                   TO WS-RETURN-DESC
                           WHEN CM-DECEASED
                               MOVE "R15" TO WS-RETURN-REASON
                               MOVE "CUSTOMER DECEASED"
                                   TO WS-RETURN-DESC
                           WHEN CM-FROZEN
                               MOVE "R16" TO WS-RETURN-REASON
                               MOVE "CUSTOMER FROZEN"
                                   TO WS-RETURN-DESC
                           WHEN OTHER
                               MOVE "R16" TO WS-RETURN-REASON
                               MOVE "CUSTOMER STATUS INVALID"
                                   TO WS-RETURN-DESC
                       END-EVALUATE
               END-READ
           END-IF

           IF WS-RETURN-REASON = SPACES
               PERFORM CHECK-ENTRY-ACCOUNT
           END-IF
           IF WS-RETURN-REASON = SPACES
               PERFORM CHECK-ENTRY-PRODUCT
           END-IF
           IF WS-RETURN-REASON = SPACES AND AH-DEBIT-ENTRY
               PERFORM CHECK-ENTRY-FUNDS
           END-IF.

       CHECK-ENTRY-ACCOUNT.
           MOVE 0 TO WS-ENTRY-ACCT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = AH-ACCOUNT-TYPE
                       AND WS-ENTRY-ACCT = 0
                   MOVE WS-ACCT-IDX TO WS-ENTRY-ACCT
               END-IF
           END-PERFORM
           IF WS-ENTRY-ACCT = 0
               MOVE "R03" TO WS-RETURN-REASON
               MOVE "ACCOUNT NOT ON CUSTOMER" TO WS-RETURN-DESC
           END-IF.

       CHECK-ENTRY-PRODUCT.
           MOVE 'Y' TO WS-OD-ALLOWED
           MOVE AH-ACCOUNT-TYPE TO PM-ACCOUNT-TYPE
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE "R04" TO WS-RETURN-REASON
                   MOVE "UNLISTED ACCOUNT TYPE" TO WS-RETURN-DESC
               NOT INVALID KEY
                   MOVE PM-OVERDRAFT-ALLOWED TO WS-OD-ALLOWED
           END-READ.

       CHECK-ENTRY-FUNDS.
      *    A product without overdraft may not be driven negative,
      *    and no product may draw on money under an active hold.
           MOVE AH-CUSTOMER-ID TO WS-NET-CUSTOMER
           MOVE AH-ACCOUNT-TYPE TO WS-NET-TYPE
           PERFORM FIND-NET-ENTRY
           COMPUTE WS-PROJECTED-BALANCE =
               CM-ACCOUNT-BALANCE (WS-ENTRY-ACCT)
           IF WS-NET-IDX > 0
               ADD WS-NET-AMOUNT (WS-NET-IDX) TO WS-PROJECTED-BALANCE
           END-IF
           MOVE 0 TO WS-HOLD-TOTAL
           IF HOLDS-AVAILABLE
               PERFORM SUM-ACTIVE-HOLDS
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               WS-PROJECTED-BALANCE - WS-HOLD-TOTAL

           IF WS-OD-ALLOWED = 'N'
                   AND WS-PROJECTED-BALANCE < AH-AMOUNT
               MOVE "R01" TO WS-RETURN-REASON
               MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-DESC
           ELSE
               IF WS-HOLD-TOTAL > 0
                       AND AH-AMOUNT > WS-AVAILABLE-BALANCE
                   MOVE "R01" TO WS-RETURN-REASON
                   MOVE "EXCEEDS AVAILABLE BALANCE" TO WS-RETURN-DESC
               END-IF
           END-IF.

       SUM-ACTIVE-HOLDS.
      *    Total the holds on the account in force tonight.
           MOVE 'N' TO WS-HOLDS-EOF-SW
           MOVE AH-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE AH-ACCOUNT-TYPE TO HO-ACCOUNT-TYPE
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
                       IF HO-CUSTOMER-ID NOT = AH-CUSTOMER-ID
                               OR HO-ACCOUNT-TYPE NOT = AH-ACCOUNT-TYPE
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

       FIND-NET-ENTRY.
           MOVE 1 TO WS-NET-IDX
           PERFORM UNTIL WS-NET-IDX > WS-NET-COUNT
                   OR (WS-NET-CUSTOMER-ID (WS-NET-IDX) = WS-NET-CUSTOMER
                   AND WS-NET-ACCOUNT-TYPE (WS-NET-IDX) = WS-NET-TYPE)
               ADD 1 TO WS-NET-IDX
           END-PERFORM
           IF WS-NET-IDX > WS-NET-COUNT
               MOVE 0 TO WS-NET-IDX
           END-IF.

       ADD-TO-NET.
      *    A full table leaves the account checked without this
      *    movement; the run reports how many were not carried.
           PERFORM FIND-NET-ENTRY
           IF WS-NET-IDX = 0 AND WS-NET-COUNT < WS-NET-MAX
               ADD 1 TO WS-NET-COUNT
               MOVE WS-NET-COUNT TO WS-NET-IDX
               MOVE WS-NET-CUSTOMER TO WS-NET-CUSTOMER-ID (WS-NET-IDX)
               MOVE WS-NET-TYPE TO WS-NET-ACCOUNT-TYPE (WS-NET-IDX)
               MOVE 0 TO WS-NET-AMOUNT (WS-NET-IDX)
           END-IF
           IF WS-NET-IDX > 0
               ADD WS-NET-MOVEMENT TO WS-NET-AMOUNT (WS-NET-IDX)
           ELSE
               ADD 1 TO WS-NET-FULL-COUNT
           END-IF.

       POST-ENTRY.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE AH-CUSTOMER-ID TO TR-CUSTOMER-ID
           MOVE AH-ACCOUNT-TYPE TO TR-ACCOUNT-TYPE
           IF AH-CREDIT-ENTRY
               MOVE 'D' TO TR-TRAN-CODE
           ELSE
               MOVE 'W' TO TR-TRAN-CODE
           END-IF
           MOVE AH-AMOUNT TO TR-AMOUNT
           MOVE 0 TO TR-BRANCH
           MOVE 0 TO TR-TELLER
           MOVE WS-RUN-DATE TO TR-TRAN-DATE
           MOVE AH-TRACE-NUMBER (10:6) TO TR-REFERENCE
           MOVE "ACHIN" TO TR-SOURCE
           WRITE TRANSACTION-RECORD

      *    Carry the item into the account's net, so later debits
      *    on the account see it.
           MOVE AH-CUSTOMER-ID TO WS-NET-CUSTOMER
           MOVE AH-ACCOUNT-TYPE TO WS-NET-TYPE
           ADD 1 TO WS-POSTED-COUNT
           IF AH-CREDIT-ENTRY
               ADD AH-AMOUNT TO WS-POSTED-CREDITS
               MOVE AH-AMOUNT TO WS-NET-MOVEMENT
           ELSE
               ADD AH-AMOUNT TO WS-POSTED-DEBITS
               COMPUTE WS-NET-MOVEMENT = 0 - AH-AMOUNT
           END-IF
           PERFORM ADD-TO-NET.

       RETURN-ENTRY.
           MOVE AH-TRACE-NUMBER TO AR-TRACE-NUMBER
           MOVE WS-CUR-BATCH-NUMBER TO AR-BATCH-NUMBER
           MOVE WS-CUR-COMPANY-ID TO AR-COMPANY-ID
           MOVE AH-TRANSACTION-CODE TO AR-TRANSACTION-CODE
           MOVE AH-CUSTOMER-ID TO AR-CUSTOMER-ID
           MOVE AH-ACCOUNT-TYPE TO AR-ACCOUNT-TYPE
           MOVE AH-AMOUNT TO AR-AMOUNT
           MOVE AH-INDIVIDUAL-NAME TO AR-INDIVIDUAL-NAME
           MOVE WS-CUR-EFFECTIVE-DATE TO AR-EFFECTIVE-DATE
           MOVE WS-RETURN-REASON TO AR-RETURN-REASON
           MOVE WS-RUN-DATE TO AR-RETURN-DATE
           WRITE ACH-RETURN-RECORD

           ADD 1 TO WS-RETURNED-COUNT
           IF AH-CREDIT-ENTRY
               ADD AH-AMOUNT TO WS-RETURNED-CREDITS
           ELSE
               ADD AH-AMOUNT TO WS-RETURNED-DEBITS
           END-IF

           MOVE WS-CUR-BATCH-NUMBER TO RD-BATCH-NUMBER
           MOVE AH-TRACE-NUMBER TO RD-TRACE-NUMBER
           MOVE AR-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE AH-ACCOUNT-TYPE TO RD-ACCOUNT-TYPE
           MOVE AH-TRANSACTION-CODE TO RD-TRAN-CODE
           MOVE AH-AMOUNT TO RD-AMOUNT
           MOVE WS-RETURN-REASON TO RD-RETURN-REASON
           MOVE WS-RETURN-DESC TO RD-RETURN-DESC
           MOVE WS-RETURN-LINE TO REG-LINE
           WRITE REG-LINE.

       REGISTER-FILE.
      *    The file is on record as received, so a second copy of it
      *    on a later night is refused.
           MOVE WS-ORIGIN-ID TO AG-ORIGIN-ID
           MOVE WS-FILE-DATE TO AG-FILE-DATE
           MOVE WS-FILE-ID-MODIFIER TO AG-FILE-ID-MODIFIER
           MOVE WS-RUN-DATE TO AG-ACCEPT-DATE
           MOVE WS-FILE-ENTRY-COUNT TO AG-ENTRY-COUNT
           MOVE WS-FILE-DEBITS TO AG-TOTAL-DEBITS
           MOVE WS-FILE-CREDITS TO AG-TOTAL-CREDITS
           WRITE ACH-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ACH-REGISTER: "
                       WS-ACHREG-STATUS " ORIGIN " WS-ORIGIN-ID
                   STOP RUN
           END-WRITE.

       PRINT-SETTLEMENT-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           MOVE WS-TOTAL-HEADING TO REG-LINE
           WRITE REG-LINE

           MOVE "RECEIVED PER FILE CTL" TO TL-LABEL
           MOVE WS-FC-ENTRY-COUNT TO TL-COUNT
           MOVE WS-FC-DEBITS TO TL-DEBITS
           MOVE WS-FC-CREDITS TO TL-CREDITS
           MOVE WS-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "REFUSED (BATCH UNPROVEN)" TO TL-LABEL
           MOVE WS-REFUSED-COUNT TO TL-COUNT
           MOVE WS-REFUSED-DEBITS TO TL-DEBITS
           MOVE WS-REFUSED-CREDITS TO TL-CREDITS
           MOVE WS-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "POSTED TO DAILYTRN" TO TL-LABEL
           MOVE WS-POSTED-COUNT TO TL-COUNT
           MOVE WS-POSTED-DEBITS TO TL-DEBITS
           MOVE WS-POSTED-CREDITS TO TL-CREDITS
           MOVE WS-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "RETURNED" TO TL-LABEL
           MOVE WS-RETURNED-COUNT TO TL-COUNT
           MOVE WS-RETURNED-DEBITS TO TL-DEBITS
           MOVE WS-RETURNED-CREDITS TO TL-CREDITS
           MOVE WS-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           COMPUTE WS-ACCOUNTED-COUNT =
               WS-REFUSED-COUNT + WS-POSTED-COUNT + WS-RETURNED-COUNT
           COMPUTE WS-ACCOUNTED-DEBITS = WS-REFUSED-DEBITS
               + WS-POSTED-DEBITS + WS-RETURNED-DEBITS
           COMPUTE WS-ACCOUNTED-CREDITS = WS-REFUSED-CREDITS
               + WS-POSTED-CREDITS + WS-RETURNED-CREDITS
           MOVE "TOTAL ACCOUNTED FOR" TO TL-LABEL
           MOVE WS-ACCOUNTED-COUNT TO TL-COUNT
           MOVE WS-ACCOUNTED-DEBITS TO TL-DEBITS
           MOVE WS-ACCOUNTED-CREDITS TO TL-CREDITS
           MOVE WS-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE SPACES TO REG-LINE
           WRITE REG-LINE
           IF WS-ACCOUNTED-COUNT = WS-FC-ENTRY-COUNT
                   AND WS-ACCOUNTED-DEBITS = WS-FC-DEBITS
                   AND WS-ACCOUNTED-CREDITS = WS-FC-CREDITS
               MOVE "SETTLEMENT PROVED TO FILE CONTROL TOTALS"
                   TO REG-LINE
           ELSE
               MOVE "*** SETTLEMENT OUT OF BALANCE TO FILE CONTROL ***"
                   TO REG-LINE
           END-IF
           WRITE REG-LINE.
