      ******************************************************************
      * PROGRAM-ID. ADJPOST
      * Nightly balance-adjustment posting - runs after TRNPOST and
      * posts every adjustment on the ADJUSTMENTS file that a second
      * operator has approved through ADJMNT.  A credit adds the
      * amount to the account's CM-ACCOUNT-BALANCE and a debit takes
      * it away; the overdraft flags follow the new balance the same
      * way TRNPOST keeps them.  Adjustments are corrections, not
      * customer activity, so CM-LAST-ACTIVITY-DATE is not touched.
      *
      * Each posted adjustment is written to TRANSACTION-HISTORY
      * (code 'A', the adjustment sequence as the reference) and
      * marked posted with the posting date and history sequence.
      * An adjustment that cannot be posted - the customer gone,
      * closed, or deceased, or the account no longer carried - is
      * marked failed with the reason and is not retried; the maker
      * keys a fresh one if it is still wanted.
      *
      * The register lists every adjustment posted or failed, and
      * the run writes a balanced GL journal against the adjustment
      * clearing account and appends its net effect on the master
      * to POSTED-TOTALS for EODPROOF.
      *
      * Registered with BATCHCTL as step ADJPOST; everything the
      * run stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJPOST.

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

           SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRNHIST-STATUS.

           SELECT ADJUSTMENT-REGISTER ASSIGN TO "ADJPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJPREG-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "GLADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLADJ-STATUS.

           SELECT POSTED-TOTALS ASSIGN TO "POSTTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  TRANSACTION-HISTORY.
           COPY HISTREC.

       FD  ADJUSTMENT-REGISTER
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-LINE                       PIC X(80).

       FD  GL-JOURNAL.
           COPY GLJRNREC.

       FD  POSTED-TOTALS.
           COPY PSTTOTRC.

       WORKING-STORAGE SECTION.
       01  WS-ADJUST-STATUS                PIC X(2).
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-TRNHIST-STATUS               PIC X(2).
       01  WS-ADJPREG-STATUS               PIC X(2).
       01  WS-GLADJ-STATUS                 PIC X(2).
       01  WS-POSTTOT-STATUS               PIC X(2).
       01  WS-ADJUST-EOF-SW                PIC X(1)    VALUE 'N'.
           88  ADJUST-EOF                              VALUE 'Y'.
       01  WS-ACCOUNT-FOUND-SW             PIC X(1)    VALUE 'N'.
           88  ACCOUNT-FOUND                           VALUE 'Y'.

       01  WS-GL-DEPOSIT-ACCOUNT           PIC X(8)
                                           VALUE "20100000".
       01  WS-GL-CLEARING-ACCOUNT          PIC X(8)
                                           VALUE "18100000".
       01  WS-GL-ENTRY-COUNT               PIC 9(5)    VALUE 0.

       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-FAIL-REASON                  PIC X(30).

       01  WS-ADJ-READ-COUNT               PIC 9(7)    VALUE 0.
       01  WS-CREDIT-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-CREDIT-AMOUNT                PIC 9(9)V99 VALUE 0.
       01  WS-DEBIT-COUNT                  PIC 9(7)    VALUE 0.
       01  WS-DEBIT-AMOUNT                 PIC 9(9)V99 VALUE 0.
       01  WS-FAILED-COUNT                 PIC 9(7)    VALUE 0.
       01  WS-FAILED-AMOUNT                PIC 9(9)V99 VALUE 0.
       01  WS-GL-TOTAL                     PIC 9(11)V99 VALUE 0.
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.

           COPY CTLPARM.

       01  WS-HIST-SEQUENCE                PIC 9(7)    VALUE 0.
       01  WS-HIST-TIME                    PIC 9(6)    VALUE 0.
       01  WS-HIST-WRITTEN-SW              PIC X(1)    VALUE 'N'.
           88  HIST-WRITTEN                            VALUE 'Y'.

       01  WS-REG-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "BALANCE ADJUSTMENTS POSTED".
           05  FILLER             PIC X(10)  VALUE "FOR".
           05  RH-RUN-DATE        PIC 9(8).

       01  WS-REG-HEADING-2.
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(4)   VALUE "SEQ".
           05  FILLER             PIC X(2)   VALUE "D".
           05  FILLER             PIC X(11)  VALUE "     AMOUNT".
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(3)   VALUE "RC".
           05  FILLER             PIC X(9)   VALUE "KEYED BY".
           05  FILLER             PIC X(9)   VALUE "APPROVED".
           05  FILLER             PIC X(30)  VALUE
               "NEW BALANCE / REASON".

       01  WS-REG-DETAIL.
           05  RD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-SEQUENCE        PIC 9(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DIRECTION       PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-AMOUNT          PIC Z(7)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-REASON-CODE     PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-ENTERED-BY      PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DECIDED-BY      PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-RESULT          PIC X(30).

       01  WS-NEW-BALANCE-EDIT.
           05  NB-BALANCE         PIC Z(6)9.99-.
           05  FILLER             PIC X(19)  VALUE SPACES.

       01  WS-REG-TOTAL-LINE.
           05  RT-LABEL           PIC X(22).
           05  RT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  RT-AMOUNT          PIC Z(9)9.99.

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

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-REG-HEADING-1 TO REG-LINE
           WRITE REG-LINE
           MOVE WS-REG-HEADING-2 TO REG-LINE
           WRITE REG-LINE
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           MOVE LOW-VALUES TO AJ-KEY
           START ADJUSTMENT-FILE KEY IS NOT LESS THAN AJ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ADJUST-EOF-SW
           END-START

           PERFORM UNTIL ADJUST-EOF
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADJUST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ADJ-READ-COUNT
                       IF AJ-APPROVED
                           PERFORM POST-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PRINT-REGISTER-TOTALS
           PERFORM WRITE-GL-JOURNAL
           PERFORM WRITE-POSTED-TOTAL

           DISPLAY "ADJUSTMENTS READ: " WS-ADJ-READ-COUNT
           DISPLAY "CREDITS POSTED: " WS-CREDIT-COUNT
           DISPLAY "DEBITS POSTED: " WS-DEBIT-COUNT
           DISPLAY "ADJUSTMENTS FAILED: " WS-FAILED-COUNT

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "ADJPOST" TO CTL-STEP-NAME
           MOVE "ADJUST" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "ADJPOST NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

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

           OPEN I-O CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
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

           OPEN OUTPUT ADJUSTMENT-REGISTER
           IF WS-ADJPREG-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING ADJUSTMENT-REGISTER: "
                   WS-ADJPREG-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT GL-JOURNAL
           IF WS-GLADJ-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING GL-JOURNAL: " WS-GLADJ-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE ADJUSTMENT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-HISTORY
           CLOSE ADJUSTMENT-REGISTER
           CLOSE GL-JOURNAL.

       POST-ADJUSTMENT.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE AJ-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO WS-FAIL-REASON
           END-READ

           IF WS-FAIL-REASON = SPACES
               IF CM-CLOSED OR CM-DECEASED
                   MOVE "CUSTOMER CLOSED OR DECEASED"
                       TO WS-FAIL-REASON
               END-IF
           END-IF

           IF WS-FAIL-REASON = SPACES
               PERFORM FIND-ADJUSTMENT-ACCOUNT
               IF NOT ACCOUNT-FOUND
                   MOVE "ACCOUNT NOT ON CUSTOMER" TO WS-FAIL-REASON
               END-IF
           END-IF

           IF WS-FAIL-REASON = SPACES
               PERFORM APPLY-ADJUSTMENT
           ELSE
               PERFORM FAIL-ADJUSTMENT
           END-IF.

       FIND-ADJUSTMENT-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
                       OR ACCOUNT-FOUND
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = AJ-ACCOUNT-TYPE
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
               END-IF
           END-PERFORM
      *    The loop steps one past the matching entry before it
      *    tests the switch.
           IF ACCOUNT-FOUND
               SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.

       APPLY-ADJUSTMENT.
           IF AJ-CREDIT
               ADD AJ-AMOUNT TO CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
               ADD 1 TO WS-CREDIT-COUNT
               ADD AJ-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               SUBTRACT AJ-AMOUNT FROM CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
               ADD 1 TO WS-DEBIT-COUNT
               ADD AJ-AMOUNT TO WS-DEBIT-AMOUNT
           END-IF
           PERFORM SET-OVERDRAFT-STATUS

           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING CUSTOMER-MASTER: "
                       WS-CUSTMAS-STATUS " ID " CM-CUSTOMER-ID
                   STOP RUN
           END-REWRITE

           PERFORM WRITE-ADJUSTMENT-HISTORY

           MOVE 'D' TO AJ-STATUS
           MOVE WS-RUN-DATE TO AJ-POSTED-DATE
           MOVE TH-SEQUENCE TO AJ-HIST-SEQUENCE
           PERFORM REWRITE-ADJUSTMENT

           MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO NB-BALANCE
           MOVE WS-NEW-BALANCE-EDIT TO RD-RESULT
           PERFORM WRITE-REGISTER-LINE.

       FAIL-ADJUSTMENT.
           ADD 1 TO WS-FAILED-COUNT
           ADD AJ-AMOUNT TO WS-FAILED-AMOUNT
           MOVE 'F' TO AJ-STATUS
           MOVE WS-RUN-DATE TO AJ-POSTED-DATE
           MOVE WS-FAIL-REASON TO AJ-FAIL-REASON
           PERFORM REWRITE-ADJUSTMENT

           MOVE WS-FAIL-REASON TO RD-RESULT
           PERFORM WRITE-REGISTER-LINE.

       REWRITE-ADJUSTMENT.
           REWRITE ADJUSTMENT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING ADJUSTMENTS: "
                       WS-ADJUST-STATUS " ADJUSTMENT " AJ-KEY
                   STOP RUN
           END-REWRITE.

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

       WRITE-ADJUSTMENT-HISTORY.
           MOVE CM-CUSTOMER-ID TO TH-CUSTOMER-ID
           MOVE WS-RUN-DATE TO TH-POST-DATE
           MOVE AJ-ACCOUNT-TYPE TO TH-ACCOUNT-TYPE
           MOVE 'A' TO TH-TRAN-CODE
           IF AJ-CREDIT
               MOVE AJ-AMOUNT TO TH-AMOUNT
           ELSE
               COMPUTE TH-AMOUNT = 0 - AJ-AMOUNT
           END-IF
           MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX) TO TH-BALANCE-AFTER
           MOVE "ADJPOST" TO TH-SOURCE
           MOVE 0 TO TH-BRANCH
           MOVE AJ-SEQUENCE TO TH-REFERENCE
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

       WRITE-REGISTER-LINE.
           MOVE AJ-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE AJ-ACCOUNT-TYPE TO RD-ACCOUNT-TYPE
           MOVE AJ-SEQUENCE TO RD-SEQUENCE
           MOVE AJ-DIRECTION TO RD-DIRECTION
           MOVE AJ-AMOUNT TO RD-AMOUNT
           MOVE AJ-REASON-CODE TO RD-REASON-CODE
           MOVE AJ-ENTERED-BY TO RD-ENTERED-BY
           MOVE AJ-DECIDED-BY TO RD-DECIDED-BY
           MOVE WS-REG-DETAIL TO REG-LINE
           WRITE REG-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REG-LINE
           WRITE REG-LINE

           MOVE "CREDITS POSTED" TO RT-LABEL
           MOVE WS-CREDIT-COUNT TO RT-COUNT
           MOVE WS-CREDIT-AMOUNT TO RT-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "DEBITS POSTED" TO RT-LABEL
           MOVE WS-DEBIT-COUNT TO RT-COUNT
           MOVE WS-DEBIT-AMOUNT TO RT-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE

           MOVE "FAILED - NOT POSTED" TO RT-LABEL
           MOVE WS-FAILED-COUNT TO RT-COUNT
           MOVE WS-FAILED-AMOUNT TO RT-AMOUNT
           MOVE WS-REG-TOTAL-LINE TO REG-LINE
           WRITE REG-LINE.

       WRITE-GL-JOURNAL.
      *    Credits move money out of adjustment clearing onto the
      *    customers' deposits and debits move it back; the GL desk
      *    works the clearing account down against the reason each
      *    adjustment was keyed for.  A run that posted nothing
      *    writes only the trailer.
           IF WS-CREDIT-AMOUNT > 0
               MOVE WS-GL-CLEARING-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               MOVE WS-CREDIT-AMOUNT TO GJ-AMOUNT
               MOVE "ADJUSTMENT CREDITS" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY

               MOVE WS-GL-DEPOSIT-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               MOVE WS-CREDIT-AMOUNT TO GJ-AMOUNT
               MOVE "ADJUSTMENT CREDITS" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY
           END-IF

           IF WS-DEBIT-AMOUNT > 0
               MOVE WS-GL-DEPOSIT-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'D' TO GJ-DR-CR
               MOVE WS-DEBIT-AMOUNT TO GJ-AMOUNT
               MOVE "ADJUSTMENT DEBITS" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY

               MOVE WS-GL-CLEARING-ACCOUNT TO GJ-GL-ACCOUNT
               MOVE 'C' TO GJ-DR-CR
               MOVE WS-DEBIT-AMOUNT TO GJ-AMOUNT
               MOVE "ADJUSTMENT DEBITS" TO GJ-DESCRIPTION
               PERFORM WRITE-GL-ENTRY
           END-IF

           COMPUTE WS-GL-TOTAL = WS-CREDIT-AMOUNT + WS-DEBIT-AMOUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GJ-RECORD-TYPE
           MOVE "ADJPOST" TO GJ-SOURCE
           MOVE WS-RUN-DATE TO GJ-BUSINESS-DATE
           MOVE WS-GL-TOTAL TO GJ-TOTAL-DEBITS
           MOVE WS-GL-TOTAL TO GJ-TOTAL-CREDITS
           MOVE WS-GL-ENTRY-COUNT TO GJ-ENTRY-COUNT
           WRITE GL-JOURNAL-RECORD.

       WRITE-GL-ENTRY.
           MOVE 'J' TO GJ-RECORD-TYPE
           MOVE "ADJPOST" TO GJ-SOURCE
           MOVE WS-RUN-DATE TO GJ-BUSINESS-DATE
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-ENTRY-COUNT.

       WRITE-POSTED-TOTAL.
      *    Append the run's net effect on the master for the
      *    EODPROOF trial-balance step - credits less debits.
           OPEN EXTEND POSTED-TOTALS
           IF WS-POSTTOT-STATUS NOT = "00" THEN
               OPEN OUTPUT POSTED-TOTALS
           END-IF
           IF WS-POSTTOT-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING POSTED-TOTALS: "
                   WS-POSTTOT-STATUS
               STOP RUN
           END-IF

           MOVE "ADJPOST" TO PT-SOURCE
           MOVE WS-RUN-DATE TO PT-RUN-DATE
           COMPUTE PT-NET-AMOUNT = WS-CREDIT-AMOUNT - WS-DEBIT-AMOUNT
           WRITE POSTED-TOTAL-RECORD

           CLOSE POSTED-TOTALS.
