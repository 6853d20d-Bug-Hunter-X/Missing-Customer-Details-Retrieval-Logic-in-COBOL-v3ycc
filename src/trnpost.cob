      * clears CM-OVERDRAFT-FEE-ASSESSED so the fee sweep picks the
      * account up).  Transaction account types are validated against
      * the PRODUCT-MASTER file, and a debit that would overdraw a
      * product that does not permit overdrafts is refused.  A
      * withdrawal or transfer out is also refused when it exceeds
      * the account's available balance - the ledger balance less
      * the active holds and liens on the HOLDS file.
      * Transactions naming an unknown customer ID or unlisted
      * account type are written to the reject file with a reason,
      * and a posting summary with control totals is printed so the
      * desk can tie the run back to the branch sheets.  Every posted
      * item is also written to the TRANSACTION-HISTORY file with the
      * running balance it left, for the HISTINQ activity inquiry.
      * Every reject is also written to the SUSPENSE file with the
      * full transaction image, so the unposted money stays on the
      * books until it is repaired through SUSPMNT (and re-entered
      * by SUSPREL the next night) or written off.
      * Items other programs originate carry their TR-SOURCE into
      * the history; when a SOGEN standing-order transfer posts, the
      * order's last-executed date on STANDING-ORDER is stamped with
      * the business date (a rejected one leaves it unchanged).
      * A reversal ('V') names a posted history item by its key and
      * is refused unless that item is on file, is a deposit,
      * withdrawal, or either leg of a transfer, has not already
      * been reversed, and matches the reversal's account type and
      * amount.  The exact opposite is posted - both legs of a
      * transfer - whatever the balance it leaves, since it only
      * undoes an item that should never have posted; each
      * reversal item and its original are linked on the history.
      * Reversals carry through the summary, the GL journal, and
      * the posted total, and every reversal posted or refused is
      * listed on the daily reversals report for the supervisors.
      * A deposit or withdrawal the teller marked as cash is marked
      * cash on its history item for the CTRSCAN currency scan.
      *
      * Registered with BATCHCTL as step TRNPOST; everything the run
      * stamps carries the control business date.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTTOT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-STNDORD-STATUS.

           SELECT REVERSAL-REPORT ASSIGN TO "TRNREVS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNREVS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  POSTED-TOTALS.
           COPY PSTTOTRC.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  STANDING-ORDER-FILE.
           COPY STOREC.

       FD  REVERSAL-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REV-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-DAILYTRN-STATUS              PIC X(2).
       01  WS-PRODMAST-STATUS              PIC X(2).
       01  WS-GLPOST-STATUS                PIC X(2).
       01  WS-POSTTOT-STATUS               PIC X(2).
       01  WS-SUSPENSE-STATUS              PIC X(2).
       01  WS-HOLDS-STATUS                 PIC X(2).
       01  WS-HOLDS-OPEN-SW                PIC X(1)    VALUE 'N'.
           88  HOLDS-AVAILABLE                         VALUE 'Y'.
       01  WS-HOLDS-EOF-SW                 PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                               VALUE 'Y'.
       01  WS-STNDORD-STATUS               PIC X(2).
       01  WS-STNDORD-OPEN-SW              PIC X(1)    VALUE 'N'.
           88  STNDORD-AVAILABLE                       VALUE 'Y'.
       01  WS-SO-STAMPED-COUNT             PIC 9(7)    VALUE 0.
       01  WS-TRNREVS-STATUS               PIC X(2).
       01  WS-DAILYTRN-EOF-SW              PIC X(1)    VALUE 'N'.
           88  DAILYTRN-EOF                            VALUE 'Y'.

       01  WS-PRODUCTS-OK-SW               PIC X(1)    VALUE 'Y'.
           88  PRODUCTS-OK                             VALUE 'Y'.
       01  WS-FROM-OD-ALLOWED              PIC X(1)    VALUE 'Y'.
       01  WS-HOLD-CUSTOMER-ID             PIC 9(5).
       01  WS-HOLD-ACCOUNT-TYPE            PIC X(2).
       01  WS-HOLD-TOTAL                   PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE-BALANCE            PIC S9(9)V99 VALUE 0.

       01  WS-HIST-SEQUENCE                PIC 9(7)    VALUE 0.
       01  WS-HIST-TIME                    PIC 9(6)    VALUE 0.
       01  WS-HIST-CODE                    PIC X(1).
       01  WS-HIST-AMOUNT                  PIC S9(7)V99.
       01  WS-HIST-ACCT                    PIC 9(1).
       01  WS-HIST-LINK-DATE               PIC 9(8)    VALUE 0.
       01  WS-HIST-LINK-SEQ                PIC 9(7)    VALUE 0.
       01  WS-HIST-CONTRA-SEQ              PIC 9(7)    VALUE 0.
       01  WS-HIST-OUT-SEQ                 PIC 9(7)    VALUE 0.
       01  WS-FIX-SEQ                      PIC 9(7)    VALUE 0.
       01  WS-FIX-LINK-SEQ                 PIC 9(7)    VALUE 0.

      *    The original item a reversal names, and the other leg
      *    when that item was one side of a transfer.
       01  WS-REV-ORIG-CODE                PIC X(1)    VALUE SPACE.
       01  WS-REV-ORIG-DATE                PIC 9(8)    VALUE 0.
       01  WS-REV-ORIG-SEQ                 PIC 9(7)    VALUE 0.
       01  WS-REV-ORIG-TYPE                PIC X(2).
       01  WS-REV-ORIG-AMOUNT              PIC S9(7)V99 VALUE 0.
       01  WS-REV-CONTRA-SEQ               PIC 9(7)    VALUE 0.
       01  WS-REV-OUT-TYPE                 PIC X(2).
       01  WS-REV-OUT-SEQ                  PIC 9(7)    VALUE 0.
       01  WS-REV-IN-TYPE                  PIC X(2).
       01  WS-REV-IN-SEQ                   PIC 9(7)    VALUE 0.
       01  WS-REV-NEW-SEQ                  PIC 9(7)    VALUE 0.

       01  WS-SUSP-SEQUENCE                PIC 9(7)    VALUE 0.
       01  WS-SUSP-WRITTEN-SW              PIC X(1)    VALUE 'N'.
           88  SUSP-WRITTEN                            VALUE 'Y'.

       01  WS-FROM-ACCT                    PIC 9(1)    VALUE 0.
       01  WS-TO-ACCT                      PIC 9(1)    VALUE 0.
       01  WS-TRAN-COUNT                   PIC 9(7)    VALUE 0.
       01  WS-POSTED-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-REJECT-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-REJECT-AMOUNT                PIC S9(9)V99 VALUE 0.
       01  WS-DEPOSIT-COUNT                PIC 9(7)    VALUE 0.
       01  WS-DEPOSIT-AMOUNT               PIC S9(9)V99 VALUE 0.
       01  WS-WITHDRAWAL-COUNT             PIC 9(7)    VALUE 0.
       01  WS-WITHDRAWAL-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-TRANSFER-COUNT               PIC 9(7)    VALUE 0.
       01  WS-TRANSFER-AMOUNT              PIC S9(9)V99 VALUE 0.
       01  WS-REV-DEPOSIT-COUNT            PIC 9(7)    VALUE 0.
       01  WS-REV-DEPOSIT-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-REV-WITHDRAWAL-COUNT         PIC 9(7)    VALUE 0.
       01  WS-REV-WITHDRAWAL-AMOUNT        PIC S9(9)V99 VALUE 0.
       01  WS-REV-TRANSFER-COUNT           PIC 9(7)    VALUE 0.
       01  WS-REV-TRANSFER-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  WS-REV-POSTED-COUNT             PIC 9(7)    VALUE 0.
       01  WS-REV-POSTED-AMOUNT            PIC S9(9)V99 VALUE 0.
       01  WS-REV-REFUSED-COUNT            PIC 9(7)    VALUE 0.
       01  WS-REV-REFUSED-AMOUNT           PIC S9(9)V99 VALUE 0.
       01  WS-NET-AMOUNT                   PIC S9(9)V99 VALUE 0.
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SD-AMOUNT          PIC Z(8)9.99-.

       01  WS-REV-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "DAILY REVERSALS REPORT".
           05  FILLER             PIC X(10)  VALUE "FOR".
           05  RH-RUN-DATE        PIC 9(8).

       01  WS-REV-HEADING-2.
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(2)   VALUE "C".
           05  FILLER             PIC X(17)  VALUE "ORIGINAL ITEM".
           05  FILLER             PIC X(12)  VALUE "     AMOUNT".
           05  FILLER             PIC X(11)  VALUE "BRN/REF".
           05  FILLER             PIC X(25)  VALUE "RESULT".

       01  WS-REV-DETAIL.
           05  RV-CUSTOMER-ID     PIC X(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RV-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RV-ORIG-CODE       PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RV-ORIG-KEY        PIC X(16).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RV-AMOUNT          PIC Z(7)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RV-BRANCH          PIC X(3).
           05  FILLER             PIC X(1)   VALUE "/".
           05  RV-REFERENCE       PIC X(6).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RV-RESULT          PIC X(25).

       01  WS-REV-POSTED-RESULT.
           05  FILLER             PIC X(16)  VALUE "POSTED AS SEQ".
           05  RP-NEW-SEQ         PIC 9(7).

       01  WS-REV-KEY-DISPLAY.
           05  RK-POST-DATE       PIC X(8).
           05  FILLER             PIC X(1)   VALUE "-".
           05  RK-SEQUENCE        PIC X(7).

       01  WS-REV-TOTAL-LINE.
           05  RT-LABEL           PIC X(22).
           05  RT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RT-AMOUNT          PIC Z(8)9.99-.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
      *    later run's for the same customer and posting date.
           MOVE WS-TIMESTAMP (9:6) TO WS-HIST-TIME
           COMPUTE WS-HIST-SEQUENCE = WS-HIST-TIME * 10
           MOVE WS-HIST-SEQUENCE TO WS-SUSP-SEQUENCE

           PERFORM REGISTER-STEP-START
      *    Everything the run stamps - posting dates, the GL feed,
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE

           PERFORM OPEN-FILES
           PERFORM START-REVERSAL-REPORT

           PERFORM UNTIL DAILYTRN-EOF
               READ DAILY-TRANSACTIONS
           END-PERFORM

           PERFORM PRINT-POSTING-SUMMARY
           PERFORM FINISH-REVERSAL-REPORT
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-POSTED-TOTAL
           PERFORM CLOSE-FILES
           MOVE WS-RUN-DATE TO PT-RUN-DATE
           COMPUTE PT-NET-AMOUNT =
               WS-DEPOSIT-AMOUNT - WS-WITHDRAWAL-AMOUNT
               - WS-REV-DEPOSIT-AMOUNT + WS-REV-WITHDRAWAL-AMOUNT
           WRITE POSTED-TOTAL-RECORD

           CLOSE POSTED-TOTALS.
           IF WS-GLPOST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING GL-JOURNAL: " WS-GLPOST-STATUS
               STOP RUN
           END-IF

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

      *    No HOLDS file means no hold has ever been placed - every
      *    account's available balance is its ledger balance.
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

      *    No STANDING-ORDER file means SOGEN has nothing on file to
      *    generate from, so no item tonight can name an order.
           OPEN I-O STANDING-ORDER-FILE
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

           OPEN OUTPUT REVERSAL-REPORT
           IF WS-TRNREVS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING REVERSAL-REPORT: "
                   WS-TRNREVS-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE POSTING-SUMMARY
           CLOSE TRANSACTION-HISTORY
           CLOSE PRODUCT-MASTER
           CLOSE GL-JOURNAL
           CLOSE SUSPENSE-FILE
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF
           IF STNDORD-AVAILABLE
               CLOSE STANDING-ORDER-FILE
           END-IF
           CLOSE REVERSAL-REPORT.

       PROCESS-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACE TO WS-REV-ORIG-CODE

           IF TR-CUSTOMER-ID IS NOT NUMERIC
               MOVE "INVALID CUSTOMER ID" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
           IF NOT TR-DEPOSIT AND NOT TR-WITHDRAWAL AND NOT TR-TRANSFER
                   AND NOT TR-REVERSAL
               MOVE "INVALID TRAN CODE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
                           PERFORM WRITE-REJECT-RECORD
                       NOT INVALID KEY
                           IF CM-ACTIVE
                               IF TR-REVERSAL
                                   PERFORM POST-REVERSAL
                               ELSE
                                   PERFORM POST-TRANSACTION
                               END-IF
                           ELSE
                               PERFORM REJECT-STATUS-HOLD
                           END-IF
                           TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                   ELSE
                       PERFORM CHECK-AVAILABLE-BALANCE
                   END-IF
               END-IF
           END-IF.

       CHECK-AVAILABLE-BALANCE.
      *    Money under an active hold or lien may not be drawn - a
      *    withdrawal or transfer out larger than the balance less
      *    the account's active holds is refused, whatever the
      *    product's overdraft setting.  Deposits are never held.
           MOVE 0 TO WS-HOLD-TOTAL
           IF (TR-WITHDRAWAL OR TR-TRANSFER) AND HOLDS-AVAILABLE
               MOVE CM-CUSTOMER-ID TO WS-HOLD-CUSTOMER-ID
               MOVE TR-ACCOUNT-TYPE TO WS-HOLD-ACCOUNT-TYPE
               PERFORM SUM-ACTIVE-HOLDS
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
               CM-ACCOUNT-BALANCE (WS-FROM-ACCT) - WS-HOLD-TOTAL

           IF WS-HOLD-TOTAL > 0 AND TR-AMOUNT > WS-AVAILABLE-BALANCE
               MOVE "EXCEEDS AVAILABLE BALANCE" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM APPLY-TRANSACTION
           END-IF.

       SUM-ACTIVE-HOLDS.
      *    Total the holds on one account that are in force tonight.
      *    A hold applies through its expiry date; one already past
      *    it counts for nothing even before HOLDEXP marks it.
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLDS-EOF-SW
           MOVE WS-HOLD-CUSTOMER-ID TO HO-CUSTOMER-ID
           MOVE WS-HOLD-ACCOUNT-TYPE TO HO-ACCOUNT-TYPE
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
                       IF HO-CUSTOMER-ID NOT = WS-HOLD-CUSTOMER-ID
                               OR HO-ACCOUNT-TYPE
                                   NOT = WS-HOLD-ACCOUNT-TYPE
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

       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN TR-DEPOSIT
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM WRITE-POSTED-HISTORY
                   IF TR-SOURCE = "SOGEN"
                       PERFORM STAMP-STANDING-ORDER
                   END-IF
           END-REWRITE.

       STAMP-STANDING-ORDER.
      *    The order's transfer has posted - only now does its
      *    last-executed date move.  An order deleted or renumbered
      *    since SOGEN ran is reported and the posting stands.
           IF STNDORD-AVAILABLE
               MOVE TR-CUSTOMER-ID TO SO-CUSTOMER-ID
               MOVE TR-REFERENCE TO SO-ORDER-NUMBER
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       DISPLAY "TRNPOST: STANDING ORDER NOT ON FILE - "
                           TR-CUSTOMER-ID " ORDER " TR-REFERENCE
                   NOT INVALID KEY
                       MOVE WS-RUN-DATE TO SO-LAST-EXEC-DATE
                       REWRITE STANDING-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REWRITING STANDING-"
                                   "ORDER: " WS-STNDORD-STATUS
                                   " ID " TR-CUSTOMER-ID
                               STOP RUN
                       END-REWRITE
                       ADD 1 TO WS-SO-STAMPED-COUNT
               END-READ
           END-IF.

       WRITE-POSTED-HISTORY.
      *    Every posted item goes to TRANSACTION-HISTORY with the
      *    balance it left behind; a transfer writes both sides,
      *    each carrying the other's sequence so a reversal of
      *    either side can find both.
           MOVE 0 TO WS-HIST-LINK-DATE
           MOVE 0 TO WS-HIST-LINK-SEQ
           MOVE 0 TO WS-HIST-CONTRA-SEQ
           EVALUATE TRUE
               WHEN TR-DEPOSIT
                   MOVE 'D' TO WS-HIST-CODE
                   COMPUTE WS-HIST-AMOUNT = 0 - TR-AMOUNT
                   MOVE WS-FROM-ACCT TO WS-HIST-ACCT
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-HIST-SEQUENCE TO WS-HIST-OUT-SEQ
                   MOVE 'R' TO WS-HIST-CODE
                   MOVE TR-AMOUNT TO WS-HIST-AMOUNT
                   MOVE WS-TO-ACCT TO WS-HIST-ACCT
                   MOVE WS-HIST-OUT-SEQ TO WS-HIST-CONTRA-SEQ
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-HIST-OUT-SEQ TO WS-FIX-SEQ
                   MOVE WS-HIST-SEQUENCE TO WS-FIX-LINK-SEQ
                   PERFORM SET-LEG-CONTRA
           END-EVALUATE.

       WRITE-HISTORY-RECORD.
           MOVE WS-HIST-CODE TO TH-TRAN-CODE
           MOVE WS-HIST-AMOUNT TO TH-AMOUNT
           MOVE CM-ACCOUNT-BALANCE (WS-HIST-ACCT) TO TH-BALANCE-AFTER
           IF TR-SOURCE = SPACES
               MOVE "TRNPOST" TO TH-SOURCE
           ELSE
               MOVE TR-SOURCE TO TH-SOURCE
           END-IF
           MOVE TR-BRANCH TO TH-BRANCH
           MOVE TR-REFERENCE TO TH-REFERENCE
           MOVE SPACE TO TH-REVERSAL-FLAG
           MOVE WS-HIST-LINK-DATE TO TH-LINK-POST-DATE
           MOVE WS-HIST-LINK-SEQ TO TH-LINK-SEQUENCE
           MOVE WS-HIST-CONTRA-SEQ TO TH-CONTRA-SEQUENCE
           IF TR-CASH AND (WS-HIST-CODE = 'D' OR WS-HIST-CODE = 'W')
               MOVE 'Y' TO TH-CASH-IND
           ELSE
               MOVE 'N' TO TH-CASH-IND
           END-IF

      *    The sequence counts up from the run's start-time seed;
      *    on a duplicate key (another run already posted this
               END-WRITE
           END-PERFORM.

       SET-LEG-CONTRA.
      *    Point a history item already written at the other leg of
      *    its pair.
           MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID
           MOVE WS-RUN-DATE TO TH-POST-DATE
           MOVE WS-FIX-SEQ TO TH-SEQUENCE
           READ TRANSACTION-HISTORY
               INVALID KEY
                   DISPLAY "ERROR READING TRANSACTION-HISTORY: "
                       WS-TRNHIST-STATUS " ID " CM-CUSTOMER-ID
                   STOP RUN
           END-READ
           MOVE WS-FIX-LINK-SEQ TO TH-CONTRA-SEQUENCE
           REWRITE TRANSACTION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TRANSACTION-HISTORY: "
                       WS-TRNHIST-STATUS " ID " CM-CUSTOMER-ID
                   STOP RUN
           END-REWRITE.

       POST-REVERSAL.
      *    The named item must be a posted deposit, withdrawal, or
      *    transfer leg of this customer, not yet reversed, on the
      *    same account and for the same amount; a transfer's other
      *    leg must be on file and not reversed either.
           MOVE SPACES TO WS-REJECT-REASON
           IF TR-ORIG-CUSTOMER-ID IS NOT NUMERIC
                   OR TR-ORIG-POST-DATE IS NOT NUMERIC
                   OR TR-ORIG-SEQUENCE IS NOT NUMERIC
               MOVE "INVALID ORIGINAL KEY" TO WS-REJECT-REASON
           ELSE
               IF TR-ORIG-CUSTOMER-ID NOT = TR-CUSTOMER-ID
                   MOVE "ORIGINAL KEY MISMATCH" TO WS-REJECT-REASON
               ELSE
                   MOVE TR-ORIGINAL-KEY TO TH-KEY
                   READ TRANSACTION-HISTORY
                       INVALID KEY
                           MOVE "ORIGINAL NOT ON HISTORY"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           PERFORM CHECK-REVERSAL-ORIGINAL
                   END-READ
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
                   AND (WS-REV-ORIG-CODE = 'T'
                   OR WS-REV-ORIG-CODE = 'R')
               PERFORM FIND-TRANSFER-CONTRA
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-REVERSAL-ACCOUNTS
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM APPLY-REVERSAL
           END-IF.

       CHECK-REVERSAL-ORIGINAL.
           MOVE TH-TRAN-CODE TO WS-REV-ORIG-CODE
           IF TH-AMOUNT < 0
               COMPUTE WS-REV-ORIG-AMOUNT = 0 - TH-AMOUNT
           ELSE
               MOVE TH-AMOUNT TO WS-REV-ORIG-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN TH-REVERSED
                   MOVE "ORIGINAL ALREADY REVERSED" TO WS-REJECT-REASON
               WHEN NOT TH-DEPOSIT AND NOT TH-WITHDRAWAL
                       AND NOT TH-TRANSFER-OUT AND NOT TH-TRANSFER-IN
                   MOVE "ORIGINAL NOT REVERSIBLE" TO WS-REJECT-REASON
               WHEN TH-ACCOUNT-TYPE NOT = TR-ACCOUNT-TYPE
                   MOVE "REVERSAL ACCOUNT MISMATCH" TO WS-REJECT-REASON
               WHEN WS-REV-ORIG-AMOUNT NOT = TR-AMOUNT
                   MOVE "REVERSAL AMOUNT MISMATCH" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE TH-POST-DATE TO WS-REV-ORIG-DATE
                   MOVE TH-SEQUENCE TO WS-REV-ORIG-SEQ
                   MOVE TH-ACCOUNT-TYPE TO WS-REV-ORIG-TYPE
                   IF TH-CONTRA-SEQUENCE IS NUMERIC
                       MOVE TH-CONTRA-SEQUENCE TO WS-REV-CONTRA-SEQ
                   ELSE
                       MOVE 0 TO WS-REV-CONTRA-SEQ
                   END-IF
           END-EVALUATE.

       FIND-TRANSFER-CONTRA.
      *    Sort the two legs into the side the money left (T) and
      *    the side it arrived on (R), whichever one was named.
           IF WS-REV-CONTRA-SEQ = 0
               MOVE "TRANSFER LEG NOT ON FILE" TO WS-REJECT-REASON
           ELSE
               MOVE TR-CUSTOMER-ID TO TH-CUSTOMER-ID
               MOVE WS-REV-ORIG-DATE TO TH-POST-DATE
               MOVE WS-REV-CONTRA-SEQ TO TH-SEQUENCE
               READ TRANSACTION-HISTORY
                   INVALID KEY
                       MOVE "TRANSFER LEG NOT ON FILE"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF TH-REVERSED
                           MOVE "ORIGINAL ALREADY REVERSED"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-REV-ORIG-CODE = 'T'
                   MOVE WS-REV-ORIG-TYPE TO WS-REV-OUT-TYPE
                   MOVE WS-REV-ORIG-SEQ TO WS-REV-OUT-SEQ
                   MOVE TH-ACCOUNT-TYPE TO WS-REV-IN-TYPE
                   MOVE WS-REV-CONTRA-SEQ TO WS-REV-IN-SEQ
               ELSE
                   MOVE TH-ACCOUNT-TYPE TO WS-REV-OUT-TYPE
                   MOVE WS-REV-CONTRA-SEQ TO WS-REV-OUT-SEQ
                   MOVE WS-REV-ORIG-TYPE TO WS-REV-IN-TYPE
                   MOVE WS-REV-ORIG-SEQ TO WS-REV-IN-SEQ
               END-IF
           END-IF.

       FIND-REVERSAL-ACCOUNTS.
      *    WS-FROM-ACCT is the account the original item posted to
      *    (the sending side of a transfer), WS-TO-ACCT the
      *    receiving side of a transfer.
           IF WS-REV-ORIG-CODE = 'D' OR WS-REV-ORIG-CODE = 'W'
               MOVE WS-REV-ORIG-TYPE TO WS-REV-OUT-TYPE
               MOVE SPACES TO WS-REV-IN-TYPE
           END-IF
           MOVE 0 TO WS-FROM-ACCT
           MOVE 0 TO WS-TO-ACCT
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = WS-REV-OUT-TYPE
                       AND WS-FROM-ACCT = 0
                   MOVE WS-ACCT-IDX TO WS-FROM-ACCT
               END-IF
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = WS-REV-IN-TYPE
                       AND WS-REV-IN-TYPE NOT = SPACES
                       AND WS-TO-ACCT = 0
                   MOVE WS-ACCT-IDX TO WS-TO-ACCT
               END-IF
           END-PERFORM

           IF WS-FROM-ACCT = 0
               MOVE "UNKNOWN ACCOUNT TYPE" TO WS-REJECT-REASON
           ELSE
               IF WS-REV-IN-TYPE NOT = SPACES AND WS-TO-ACCT = 0
                   MOVE "UNKNOWN TO-ACCOUNT TYPE" TO WS-REJECT-REASON
               END-IF
           END-IF.

       APPLY-REVERSAL.
           EVALUATE WS-REV-ORIG-CODE
               WHEN 'D'
                   SUBTRACT TR-AMOUNT
                       FROM CM-ACCOUNT-BALANCE (WS-FROM-ACCT)
                   ADD 1 TO WS-REV-DEPOSIT-COUNT
                   ADD TR-AMOUNT TO WS-REV-DEPOSIT-AMOUNT
               WHEN 'W'
                   ADD TR-AMOUNT
                       TO CM-ACCOUNT-BALANCE (WS-FROM-ACCT)
                   ADD 1 TO WS-REV-WITHDRAWAL-COUNT
                   ADD TR-AMOUNT TO WS-REV-WITHDRAWAL-AMOUNT
               WHEN OTHER
                   ADD TR-AMOUNT
                       TO CM-ACCOUNT-BALANCE (WS-FROM-ACCT)
                   SUBTRACT TR-AMOUNT
                       FROM CM-ACCOUNT-BALANCE (WS-TO-ACCT)
                   ADD 1 TO WS-REV-TRANSFER-COUNT
                   ADD TR-AMOUNT TO WS-REV-TRANSFER-AMOUNT
           END-EVALUATE

           MOVE WS-FROM-ACCT TO WS-ACCT-IDX
           PERFORM SET-OVERDRAFT-STATUS
           IF WS-TO-ACCT NOT = 0
               MOVE WS-TO-ACCT TO WS-ACCT-IDX
               PERFORM SET-OVERDRAFT-STATUS
           END-IF

           MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CUSTOMER-MASTER: "
                       WS-CUSTMAS-STATUS " ID " CM-CUSTOMER-ID
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM WRITE-REVERSAL-HISTORY
                   PERFORM LIST-POSTED-REVERSAL
           END-REWRITE.

       WRITE-REVERSAL-HISTORY.
      *    Each reversal item points at the item it reverses, and
      *    each original is flagged reversed and pointed back at its
      *    reversal.  A transfer's reversal writes a leg for each
      *    original leg and links the two legs like any transfer.
           MOVE 'V' TO WS-HIST-CODE
           MOVE WS-REV-ORIG-DATE TO WS-HIST-LINK-DATE
           MOVE 0 TO WS-HIST-CONTRA-SEQ
           EVALUATE WS-REV-ORIG-CODE
               WHEN 'D'
                   COMPUTE WS-HIST-AMOUNT = 0 - TR-AMOUNT
                   MOVE WS-FROM-ACCT TO WS-HIST-ACCT
                   MOVE WS-REV-ORIG-SEQ TO WS-HIST-LINK-SEQ
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-HIST-SEQUENCE TO WS-REV-NEW-SEQ
                   MOVE WS-REV-ORIG-SEQ TO WS-FIX-SEQ
                   MOVE WS-REV-NEW-SEQ TO WS-FIX-LINK-SEQ
                   PERFORM MARK-ORIGINAL-REVERSED
               WHEN 'W'
                   MOVE TR-AMOUNT TO WS-HIST-AMOUNT
                   MOVE WS-FROM-ACCT TO WS-HIST-ACCT
                   MOVE WS-REV-ORIG-SEQ TO WS-HIST-LINK-SEQ
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-HIST-SEQUENCE TO WS-REV-NEW-SEQ
                   MOVE WS-REV-ORIG-SEQ TO WS-FIX-SEQ
                   MOVE WS-REV-NEW-SEQ TO WS-FIX-LINK-SEQ
                   PERFORM MARK-ORIGINAL-REVERSED
               WHEN OTHER
                   MOVE TR-AMOUNT TO WS-HIST-AMOUNT
                   MOVE WS-FROM-ACCT TO WS-HIST-ACCT
                   MOVE WS-REV-OUT-SEQ TO WS-HIST-LINK-SEQ
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-HIST-SEQUENCE TO WS-REV-NEW-SEQ
                   MOVE WS-REV-OUT-SEQ TO WS-FIX-SEQ
                   MOVE WS-REV-NEW-SEQ TO WS-FIX-LINK-SEQ
                   PERFORM MARK-ORIGINAL-REVERSED

                   COMPUTE WS-HIST-AMOUNT = 0 - TR-AMOUNT
                   MOVE WS-TO-ACCT TO WS-HIST-ACCT
                   MOVE WS-REV-IN-SEQ TO WS-HIST-LINK-SEQ
                   MOVE WS-REV-NEW-SEQ TO WS-HIST-CONTRA-SEQ
                   PERFORM WRITE-HISTORY-RECORD
                   MOVE WS-REV-IN-SEQ TO WS-FIX-SEQ
                   MOVE WS-HIST-SEQUENCE TO WS-FIX-LINK-SEQ
                   PERFORM MARK-ORIGINAL-REVERSED

                   MOVE WS-REV-NEW-SEQ TO WS-FIX-SEQ
                   MOVE WS-HIST-SEQUENCE TO WS-FIX-LINK-SEQ
                   PERFORM SET-LEG-CONTRA
           END-EVALUATE.

       MARK-ORIGINAL-REVERSED.
           MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID
           MOVE WS-REV-ORIG-DATE TO TH-POST-DATE
           MOVE WS-FIX-SEQ TO TH-SEQUENCE
           READ TRANSACTION-HISTORY
               INVALID KEY
                   DISPLAY "ERROR READING TRANSACTION-HISTORY: "
                       WS-TRNHIST-STATUS " ID " CM-CUSTOMER-ID
                   STOP RUN
           END-READ
           MOVE 'R' TO TH-REVERSAL-FLAG
           MOVE WS-RUN-DATE TO TH-LINK-POST-DATE
           MOVE WS-FIX-LINK-SEQ TO TH-LINK-SEQUENCE
           REWRITE TRANSACTION-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING TRANSACTION-HISTORY: "
                       WS-TRNHIST-STATUS " ID " CM-CUSTOMER-ID
                   STOP RUN
           END-REWRITE.

       SET-OVERDRAFT-STATUS.
      *    Keep the overdraft flags consistent with the new balance
      *    sign, the same way CUSTMNT does on a keyed balance change.
           MOVE TRANSACTION-RECORD TO RJL-TRAN-IMAGE
           MOVE WS-REJECT-REASON TO RJL-REASON
           MOVE WS-REJECT-LINE TO REJ-LINE
           WRITE REJ-LINE
           PERFORM WRITE-SUSPENSE-RECORD
           IF TR-REVERSAL
               PERFORM LIST-REFUSED-REVERSAL
           END-IF.

       WRITE-SUSPENSE-RECORD.
      *    The reject goes to suspense with the whole transaction
      *    image, so it can be corrected and fed back in rather than
      *    rekeyed from the print line.  An amount that is not
      *    numeric is carried at zero; the image still shows it.
           MOVE SPACES TO SUSPENSE-RECORD
           MOVE WS-RUN-DATE TO SU-REJECT-DATE
           MOVE 'O' TO SU-STATUS
           MOVE WS-REJECT-REASON TO SU-REASON
           IF TR-AMOUNT IS NUMERIC
               MOVE TR-AMOUNT TO SU-AMOUNT
               ADD TR-AMOUNT TO WS-REJECT-AMOUNT
           ELSE
               MOVE 0 TO SU-AMOUNT
           END-IF
           IF TR-BRANCH IS NUMERIC
               MOVE TR-BRANCH TO SU-BRANCH
           ELSE
               MOVE 0 TO SU-BRANCH
           END-IF
           IF TR-TELLER IS NUMERIC
               MOVE TR-TELLER TO SU-TELLER
           ELSE
               MOVE 0 TO SU-TELLER
           END-IF
           IF TR-REFERENCE IS NUMERIC
               MOVE TR-REFERENCE TO SU-REFERENCE
           ELSE
               MOVE 0 TO SU-REFERENCE
           END-IF
           MOVE 0 TO SU-ACTION-DATE
           MOVE 0 TO SU-REENTRY-DATE
           MOVE TRANSACTION-RECORD TO SU-TRAN-IMAGE

      *    Same numbering as TRANSACTION-HISTORY - count up from the
      *    start-time seed and step past a key an earlier run used.
           MOVE 'N' TO WS-SUSP-WRITTEN-SW
           PERFORM UNTIL SUSP-WRITTEN
               ADD 1 TO WS-SUSP-SEQUENCE
               MOVE WS-SUSP-SEQUENCE TO SU-SEQUENCE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       IF WS-SUSPENSE-STATUS NOT = "22"
                           DISPLAY "ERROR WRITING SUSPENSE: "
                               WS-SUSPENSE-STATUS
                           STOP RUN
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUSP-WRITTEN-SW
               END-WRITE
           END-PERFORM.

       PRINT-POSTING-SUMMARY.
           MOVE WS-SUMM-HEADING TO SUMM-LINE
           MOVE 0 TO SD-AMOUNT
           PERFORM WRITE-SUMMARY-DETAIL

           MOVE "STANDING ORDERS EXECUTED" TO SD-LABEL
           MOVE WS-SO-STAMPED-COUNT TO SD-COUNT
           MOVE 0 TO SD-AMOUNT
           PERFORM WRITE-SUMMARY-DETAIL

           MOVE "DEPOSITS REVERSED" TO SD-LABEL
           MOVE WS-REV-DEPOSIT-COUNT TO SD-COUNT
           MOVE WS-REV-DEPOSIT-AMOUNT TO SD-AMOUNT
           PERFORM WRITE-SUMMARY-DETAIL

           MOVE "WITHDRAWALS REVERSED" TO SD-LABEL
           MOVE WS-REV-WITHDRAWAL-COUNT TO SD-COUNT
           MOVE WS-REV-WITHDRAWAL-AMOUNT TO SD-AMOUNT
           PERFORM WRITE-SUMMARY-DETAIL

           MOVE "TRANSFERS REVERSED" TO SD-LABEL
           MOVE WS-REV-TRANSFER-COUNT TO SD-COUNT
           MOVE WS-REV-TRANSFER-AMOUNT TO SD-AMOUNT
           PERFORM WRITE-SUMMARY-DETAIL

           MOVE "REJECTED TO SUSPENSE" TO SD-LABEL
           MOVE WS-REJECT-COUNT TO SD-COUNT
           MOVE WS-REJECT-AMOUNT TO SD-AMOUNT
           PERFORM WRITE-SUMMARY-DETAIL

           COMPUTE WS-NET-AMOUNT =
               WS-DEPOSIT-AMOUNT - WS-WITHDRAWAL-AMOUNT
               - WS-REV-DEPOSIT-AMOUNT + WS-REV-WITHDRAWAL-AMOUNT
           MOVE "NET CHANGE TO MASTER" TO SD-LABEL
           MOVE 0 TO SD-COUNT
           MOVE WS-NET-AMOUNT TO SD-AMOUNT
               PERFORM WRITE-GL-ENTRY
           END-IF

      *    Reversals book the mirror image of the entries the
      *    original items booked.
           IF WS-REV-DEPOSIT-AMOUNT > 0
               MOVE WS-GL-DEPOSIT-ACCOUNT TO WS-GL-ACCOUNT
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-REV-DEPOSIT-AMOUNT TO WS-GL-AMOUNT
               MOVE "DEPOSITS REVERSED" TO WS-GL-DESC
               PERFORM WRITE-GL-ENTRY
               MOVE WS-GL-CASH-ACCOUNT TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DRCR
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-REV-WITHDRAWAL-AMOUNT > 0
               MOVE WS-GL-CASH-ACCOUNT TO WS-GL-ACCOUNT
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-REV-WITHDRAWAL-AMOUNT TO WS-GL-AMOUNT
               MOVE "WITHDRAWALS REVERSED" TO WS-GL-DESC
               PERFORM WRITE-GL-ENTRY
               MOVE WS-GL-DEPOSIT-ACCOUNT TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DRCR
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-REV-TRANSFER-AMOUNT > 0
               MOVE WS-GL-DEPOSIT-ACCOUNT TO WS-GL-ACCOUNT
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-REV-TRANSFER-AMOUNT TO WS-GL-AMOUNT
               MOVE "TRANSFERS REVERSED" TO WS-GL-DESC
               PERFORM WRITE-GL-ENTRY
               MOVE 'C' TO WS-GL-DRCR
               PERFORM WRITE-GL-ENTRY
           END-IF

           PERFORM WRITE-GL-TRAILER.

       WRITE-GL-ENTRY.
                   WS-GL-DEBIT-TOTAL " CR " WS-GL-CREDIT-TOTAL
               MOVE 8 TO RETURN-CODE
           END-IF.

       START-REVERSAL-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-REV-HEADING-1 TO REV-LINE
           WRITE REV-LINE
           MOVE WS-REV-HEADING-2 TO REV-LINE
           WRITE REV-LINE
           MOVE SPACES TO REV-LINE
           WRITE REV-LINE.

       LIST-POSTED-REVERSAL.
           ADD 1 TO WS-REV-POSTED-COUNT
           ADD TR-AMOUNT TO WS-REV-POSTED-AMOUNT
           MOVE WS-REV-NEW-SEQ TO RP-NEW-SEQ
           MOVE WS-REV-POSTED-RESULT TO RV-RESULT
           PERFORM WRITE-REVERSAL-LINE.

       LIST-REFUSED-REVERSAL.
           ADD 1 TO WS-REV-REFUSED-COUNT
           IF TR-AMOUNT IS NUMERIC
               ADD TR-AMOUNT TO WS-REV-REFUSED-AMOUNT
           END-IF
           MOVE WS-REJECT-REASON TO RV-RESULT
           PERFORM WRITE-REVERSAL-LINE.

       WRITE-REVERSAL-LINE.
      *    The item is listed as keyed; a refused one may not even
      *    carry a numeric key or amount.
           MOVE TR-CUSTOMER-ID TO RV-CUSTOMER-ID
           MOVE TR-ACCOUNT-TYPE TO RV-ACCOUNT-TYPE
           MOVE WS-REV-ORIG-CODE TO RV-ORIG-CODE
           MOVE TR-ORIG-POST-DATE TO RK-POST-DATE
           MOVE TR-ORIG-SEQUENCE TO RK-SEQUENCE
           MOVE WS-REV-KEY-DISPLAY TO RV-ORIG-KEY
           IF TR-AMOUNT IS NUMERIC
               MOVE TR-AMOUNT TO RV-AMOUNT
           ELSE
               MOVE 0 TO RV-AMOUNT
           END-IF
           MOVE TR-BRANCH TO RV-BRANCH
           MOVE TR-REFERENCE TO RV-REFERENCE
           MOVE WS-REV-DETAIL TO REV-LINE
           WRITE REV-LINE.

       FINISH-REVERSAL-REPORT.
           MOVE SPACES TO REV-LINE
           WRITE REV-LINE
           MOVE "REVERSALS POSTED" TO RT-LABEL
           MOVE WS-REV-POSTED-COUNT TO RT-COUNT
           MOVE WS-REV-POSTED-AMOUNT TO RT-AMOUNT
           MOVE WS-REV-TOTAL-LINE TO REV-LINE
           WRITE REV-LINE
           MOVE "REVERSALS REFUSED" TO RT-LABEL
           MOVE WS-REV-REFUSED-COUNT TO RT-COUNT
           MOVE WS-REV-REFUSED-AMOUNT TO RT-AMOUNT
           MOVE WS-REV-TOTAL-LINE TO REV-LINE
           WRITE REV-LINE.
