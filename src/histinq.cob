      * PROGRAM-ID. HISTINQ
      * Account-activity inquiry - companion to CUSTINQ for balance
      * disputes.  Prompts for a customer ID, account type, and date
      * range, reads the TRANSACTION-HISTORY file the posting runs
      * write, and lists the account's activity in the
      * range newest first, each item with its signed amount, the
      * running balance it left, the source run, and the branch
      * batch reference where there is one.  The opening balance for
      * the range is the balance left by the last posting before it
      * (or backed out of the first item in range when the history
      * starts inside the range), and the closing balance is the
      * balance left by the last posting in range.  The account's
      * current ledger balance from CUSTOMER-MASTER is shown with
      * its available balance - ledger less the active holds and
      * liens on the HOLDS file.
      *
      * Each item shows its history key (posting date and sequence),
      * which is what a branch keys to reverse it.  A reversed item
      * is followed by a line naming the reversal that backed it
      * out, and a reversal by a line naming the item it reversed,
      * so the pair reads together wherever the two fall.
      *
      * The most recent entries are always the ones shown: when the
      * range holds more items than the display table, the oldest
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRNHIST-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       FD  TRANSACTION-HISTORY.
           COPY HISTREC.

       FD  HOLD-FILE.
           COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-TRNHIST-STATUS               PIC X(2).
       01  WS-TRNHIST-EOF-SW               PIC X(1)    VALUE 'N'.
           88  TRNHIST-EOF                             VALUE 'Y'.
       01  WS-HOLDS-STATUS                 PIC X(2).
       01  WS-HOLDS-OPEN-SW                PIC X(1)    VALUE 'N'.
           88  HOLDS-AVAILABLE                         VALUE 'Y'.
       01  WS-HOLDS-EOF-SW                 PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                               VALUE 'Y'.
       01  WS-CUSTOMER-ON-FILE-SW          PIC X(1)    VALUE 'N'.
           88  CUSTOMER-ON-FILE                        VALUE 'Y'.
       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-LEDGER-BALANCE               PIC S9(7)V99 VALUE 0.
       01  WS-HOLD-TOTAL                   PIC S9(9)V99 VALUE 0.
       01  WS-AVAILABLE-BALANCE            PIC S9(9)V99 VALUE 0.
       01  WS-ACCOUNT-ON-FILE-SW           PIC X(1)    VALUE 'N'.
           88  ACCOUNT-ON-FILE                         VALUE 'Y'.
       01  WS-TODAY                        PIC 9(8)    VALUE 0.
       01  WS-TIMESTAMP                    PIC X(21).

       01  WS-CUSTOMER-ID                  PIC 9(5).
       01  WS-ACCOUNT-TYPE                 PIC X(2).
       01  WS-ACTIVITY-TABLE.
           05  WS-ACTIVITY-ENTRY OCCURS 50 TIMES.
               10  WS-ACT-DATE             PIC 9(8).
               10  WS-ACT-SEQUENCE         PIC 9(7).
               10  WS-ACT-CODE             PIC X(1).
               10  WS-ACT-AMOUNT           PIC S9(7)V99.
               10  WS-ACT-BALANCE          PIC S9(7)V99.
               10  WS-ACT-SOURCE           PIC X(8).
               10  WS-ACT-BRANCH           PIC 9(3).
               10  WS-ACT-REFERENCE        PIC 9(6).
               10  WS-ACT-REVERSAL-FLAG    PIC X(1).
               10  WS-ACT-LINK-DATE        PIC 9(8).
               10  WS-ACT-LINK-SEQUENCE    PIC 9(7).

       01  WS-DETAIL-LINE.
           05  DL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE "-".
           05  DL-SEQUENCE             PIC 9(7).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  DL-TRAN-DESC            PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(1)    VALUE "/".
           05  DL-REFERENCE            PIC 9(6).

       01  WS-LINK-LINE.
           05  FILLER                  PIC X(18)   VALUE SPACES.
           05  LK-LABEL                PIC X(12).
           05  LK-LINK-DATE            PIC 9(8).
           05  FILLER                  PIC X(1)    VALUE "-".
           05  LK-LINK-SEQUENCE        PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM SHOW-CUSTOMER-NAME
           PERFORM COLLECT-ACTIVITY
           PERFORM DISPLAY-ACTIVITY
           PERFORM SHOW-AVAILABLE-BALANCE

           PERFORM CLOSE-FILES
           STOP RUN.
               DISPLAY "ERROR OPENING TRANSACTION-HISTORY: "
                   WS-TRNHIST-STATUS
               STOP RUN
           END-IF

      *    No HOLDS file means no hold has ever been placed; the
      *    available balance then equals the ledger balance.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY
           OPEN INPUT HOLD-FILE
           IF WS-HOLDS-STATUS = "00" THEN
               MOVE 'Y' TO WS-HOLDS-OPEN-SW
           END-IF.

       CLOSE-FILES.
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-HISTORY
           IF HOLDS-AVAILABLE
               CLOSE HOLD-FILE
           END-IF.

       SHOW-CUSTOMER-NAME.
           MOVE WS-CUSTOMER-ID TO CM-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "Customer not on master: " WS-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-ON-FILE-SW
                   DISPLAY "Customer Name:" CM-CUSTOMER-NAME
           END-READ.

               MOVE 1 TO WS-SLOT
           END-IF
           MOVE TH-POST-DATE TO WS-ACT-DATE (WS-SLOT)
           MOVE TH-SEQUENCE TO WS-ACT-SEQUENCE (WS-SLOT)
           MOVE TH-TRAN-CODE TO WS-ACT-CODE (WS-SLOT)
           MOVE TH-AMOUNT TO WS-ACT-AMOUNT (WS-SLOT)
           MOVE TH-BALANCE-AFTER TO WS-ACT-BALANCE (WS-SLOT)
           MOVE TH-SOURCE TO WS-ACT-SOURCE (WS-SLOT)
           MOVE TH-BRANCH TO WS-ACT-BRANCH (WS-SLOT)
           MOVE TH-REFERENCE TO WS-ACT-REFERENCE (WS-SLOT)
      *    Items written before reversals were carried have no link
      *    fields - they can be neither half of a pair.
           IF (TH-REVERSED OR TH-REVERSAL)
                   AND TH-LINK-POST-DATE IS NUMERIC
                   AND TH-LINK-SEQUENCE IS NUMERIC
               MOVE TH-REVERSAL-FLAG TO WS-ACT-REVERSAL-FLAG (WS-SLOT)
               MOVE TH-LINK-POST-DATE TO WS-ACT-LINK-DATE (WS-SLOT)
               MOVE TH-LINK-SEQUENCE
                   TO WS-ACT-LINK-SEQUENCE (WS-SLOT)
           ELSE
               MOVE SPACE TO WS-ACT-REVERSAL-FLAG (WS-SLOT)
               MOVE 0 TO WS-ACT-LINK-DATE (WS-SLOT)
               MOVE 0 TO WS-ACT-LINK-SEQUENCE (WS-SLOT)
           END-IF.

       DISPLAY-ACTIVITY.
           IF WS-RANGE-COUNT = 0

       DISPLAY-ACTIVITY-LINE.
           MOVE WS-ACT-DATE (WS-LIST-IDX) TO DL-DATE
           MOVE WS-ACT-SEQUENCE (WS-LIST-IDX) TO DL-SEQUENCE
           EVALUATE WS-ACT-CODE (WS-LIST-IDX)
               WHEN 'D'
                   MOVE "DEPOSIT" TO DL-TRAN-DESC
                   MOVE "OD FEE" TO DL-TRAN-DESC
               WHEN 'I'
                   MOVE "INTEREST" TO DL-TRAN-DESC
               WHEN 'V'
                   MOVE "REVERSAL" TO DL-TRAN-DESC
               WHEN 'A'
                   MOVE "ADJUSTMENT" TO DL-TRAN-DESC
               WHEN 'M'
                   MOVE "MAINT FEE" TO DL-TRAN-DESC
               WHEN 'Z'
                   MOVE "CLOSE-OUT" TO DL-TRAN-DESC
               WHEN OTHER
                   MOVE WS-ACT-CODE (WS-LIST-IDX) TO DL-TRAN-DESC
           END-EVALUATE
           MOVE WS-ACT-SOURCE (WS-LIST-IDX) TO DL-SOURCE
           MOVE WS-ACT-BRANCH (WS-LIST-IDX) TO DL-BRANCH
           MOVE WS-ACT-REFERENCE (WS-LIST-IDX) TO DL-REFERENCE
           DISPLAY WS-DETAIL-LINE

           IF WS-ACT-LINK-DATE (WS-LIST-IDX) NOT = 0
               IF WS-ACT-CODE (WS-LIST-IDX) = 'V'
                   MOVE "REVERSES" TO LK-LABEL
               ELSE
                   MOVE "REVERSED BY" TO LK-LABEL
               END-IF
               MOVE WS-ACT-LINK-DATE (WS-LIST-IDX) TO LK-LINK-DATE
               MOVE WS-ACT-LINK-SEQUENCE (WS-LIST-IDX)
                   TO LK-LINK-SEQUENCE
               DISPLAY WS-LINK-LINE
           END-IF.

       SHOW-AVAILABLE-BALANCE.
      *    The master record read by SHOW-CUSTOMER-NAME is still in
      *    the buffer - quote the account's ledger balance today and
      *    what the customer can actually draw against it.
           MOVE 'N' TO WS-ACCOUNT-ON-FILE-SW
           IF CUSTOMER-ON-FILE
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
                   IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = WS-ACCOUNT-TYPE
                           AND NOT ACCOUNT-ON-FILE
                       MOVE 'Y' TO WS-ACCOUNT-ON-FILE-SW
                       MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                           TO WS-LEDGER-BALANCE
                   END-IF
               END-PERFORM
           END-IF

           IF ACCOUNT-ON-FILE
               PERFORM SUM-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-LEDGER-BALANCE - WS-HOLD-TOTAL
               DISPLAY "Ledger balance today: " WS-LEDGER-BALANCE
                   "  Available: " WS-AVAILABLE-BALANCE
               IF WS-HOLD-TOTAL > 0
                   DISPLAY "Held: " WS-HOLD-TOTAL
               END-IF
           END-IF.

       SUM-ACTIVE-HOLDS.
           MOVE 0 TO WS-HOLD-TOTAL
           IF HOLDS-AVAILABLE
               MOVE 'N' TO WS-HOLDS-EOF-SW
               MOVE WS-CUSTOMER-ID TO HO-CUSTOMER-ID
               MOVE WS-ACCOUNT-TYPE TO HO-ACCOUNT-TYPE
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
                           IF HO-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                                   OR HO-ACCOUNT-TYPE
                                       NOT = WS-ACCOUNT-TYPE
                               MOVE 'Y' TO WS-HOLDS-EOF-SW
                           ELSE
                               IF HO-ACTIVE
                                       AND (HO-EXPIRY-DATE = 0
                                       OR HO-EXPIRY-DATE >= WS-TODAY)
                                   ADD HO-AMOUNT TO WS-HOLD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
