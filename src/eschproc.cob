      *       status file.  Token 2 is the waiting period in days
      *       the letter quotes (default 60).  A candidate who
      *       responded in an earlier cycle and has gone dormant
      *       again starts a fresh cycle.  Every active joint
      *       owner of the candidate's accounts on the RELATE file
      *       gets the same letter at their own address, quoting
      *       the balance of the accounts they share.
      *   R - response: token 2 is the customer ID; the customer
      *       contacted us, which clears them from remittance.
      *   F - final remittance: token 2 is the waiting period in
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHREMT-STATUS.

           SELECT RELATIONSHIP-FILE ASSIGN TO "RELATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-KEY
               ALTERNATE RECORD KEY IS RP-RELATED-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
           05  RM-NOTICE-DATE              PIC 9(8).
           05  RM-BALANCE                  PIC S9(9)V99.

       FD  RELATIONSHIP-FILE.
           COPY RELREC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-ESCHEAT-STATUS               PIC X(2).
           88  ESCHEAT-EOF                             VALUE 'Y'.
       01  WS-ESCHSTAT-EOF-SW              PIC X(1)    VALUE 'N'.
           88  ESCHSTAT-EOF                            VALUE 'Y'.
       01  WS-RELATE-STATUS                PIC X(2).
       01  WS-RELATE-OPEN-SW               PIC X(1)    VALUE 'N'.
           88  RELATE-AVAILABLE                        VALUE 'Y'.
       01  WS-RELATE-EOF-SW                PIC X(1)    VALUE 'N'.
           88  RELATE-EOF                              VALUE 'Y'.

       01  WS-COMMAND-LINE                 PIC X(80).
       01  WS-PARSE-MODE                   PIC X(1)    VALUE SPACE.
       01  WS-CLEARED-COUNT                PIC 9(7)    VALUE 0.
       01  WS-NOMASTER-COUNT               PIC 9(7)    VALUE 0.
       01  WS-DUE-DAYS                     PIC 9(3)    VALUE 0.
       01  WS-JO-NOTICE-COUNT              PIC 9(7)    VALUE 0.
       01  WS-JO-NOADDR-COUNT              PIC 9(7)    VALUE 0.

       01  WS-LETTER-BALANCE               PIC S9(9)V99 VALUE 0.
       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-JO-MAX                       PIC 9(2)    VALUE 20.
       01  WS-JO-COUNT                     PIC 9(2)    VALUE 0.
       01  WS-JO-IDX                       PIC 9(2).
       01  WS-JO-FOUND-SW                  PIC X(1)    VALUE 'N'.
           88  JO-FOUND                                VALUE 'Y'.
       01  WS-JO-TABLE.
           05  WS-JO-ENTRY OCCURS 20 TIMES.
               10  WS-JO-CUSTOMER-ID       PIC 9(5).
               10  WS-JO-BALANCE           PIC S9(9)V99.

       01  WS-CITY-STATE-LINE              PIC X(40).

               STOP RUN
           END-IF

      *    No RELATE file means no joint owner has been linked yet;
      *    the notice then goes to the customer alone.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELATE-STATUS = "00" THEN
               MOVE 'Y' TO WS-RELATE-OPEN-SW
           END-IF

           MOVE WS-RUN-DATE (1:4) TO LH-YEAR
           MOVE WS-RUN-DATE (5:2) TO LH-MONTH
           MOVE WS-RUN-DATE (7:2) TO LH-DAY
           DISPLAY "NOTICES GENERATED: " WS-NOTICE-COUNT
           DISPLAY "ALREADY IN CYCLE: " WS-SKIPPED-COUNT
           DISPLAY "NOT ON MASTER (NO ADDRESS): " WS-NOADDR-COUNT
           DISPLAY "JOINT-OWNER NOTICES: " WS-JO-NOTICE-COUNT
           DISPLAY "JOINT OWNERS NOT ON MASTER: " WS-JO-NOADDR-COUNT

           CLOSE ESCHEAT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE NOTICE-PRINT
           IF RELATE-AVAILABLE
               CLOSE RELATIONSHIP-FILE
           END-IF.

       PROCESS-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT
      *            the cycle and count it for the desk to chase.
                   ADD 1 TO WS-NOADDR-COUNT
               NOT INVALID KEY
                   MOVE ES-TOTAL-BALANCE TO WS-LETTER-BALANCE
                   PERFORM PRINT-NOTICE-LETTER
                   PERFORM RECORD-NOTICE-SENT
                   PERFORM NOTICE-JOINT-OWNERS
           END-READ.

       NOTICE-JOINT-OWNERS.
      *    Every owner of record gets the notice.  The candidate's
      *    master record is still in the buffer, so the balance of
      *    each account a joint owner shares is taken from it before
      *    the owners' own records are read for their addresses.
           MOVE 0 TO WS-JO-COUNT
           IF RELATE-AVAILABLE
               MOVE 'N' TO WS-RELATE-EOF-SW
               MOVE ES-CUSTOMER-ID TO RP-CUSTOMER-ID
               MOVE LOW-VALUES TO RP-ACCOUNT-TYPE
               MOVE 0 TO RP-RELATED-ID
               START RELATIONSHIP-FILE KEY IS NOT LESS THAN RP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RELATE-EOF-SW
               END-START
               PERFORM UNTIL RELATE-EOF
                   READ RELATIONSHIP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RELATE-EOF-SW
                       NOT AT END
                           IF RP-CUSTOMER-ID NOT = ES-CUSTOMER-ID
                               MOVE 'Y' TO WS-RELATE-EOF-SW
                           ELSE
                               IF RP-JOINT-OWNER AND RP-ACTIVE
                                   PERFORM ADD-JOINT-OWNER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM VARYING WS-JO-IDX FROM 1 BY 1
                   UNTIL WS-JO-IDX > WS-JO-COUNT
                   MOVE WS-JO-CUSTOMER-ID (WS-JO-IDX) TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           ADD 1 TO WS-JO-NOADDR-COUNT
                       NOT INVALID KEY
                           MOVE WS-JO-BALANCE (WS-JO-IDX)
                               TO WS-LETTER-BALANCE
                           PERFORM PRINT-NOTICE-LETTER
                           ADD 1 TO WS-JO-NOTICE-COUNT
                   END-READ
               END-PERFORM
           END-IF.

       ADD-JOINT-OWNER.
      *    One letter per owner however many accounts they share;
      *    a link to an account the customer no longer carries is
      *    passed over.
           MOVE 'N' TO WS-JO-FOUND-SW
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
               IF CM-ACCOUNT-TYPE (WS-ACCT-IDX) = RP-ACCOUNT-TYPE
                   MOVE 'Y' TO WS-JO-FOUND-SW
                   MOVE CM-ACCOUNT-BALANCE (WS-ACCT-IDX)
                       TO WS-LETTER-BALANCE
               END-IF
           END-PERFORM
           IF JO-FOUND
               MOVE 'N' TO WS-JO-FOUND-SW
               PERFORM VARYING WS-JO-IDX FROM 1 BY 1
                   UNTIL WS-JO-IDX > WS-JO-COUNT
                   IF WS-JO-CUSTOMER-ID (WS-JO-IDX) = RP-RELATED-ID
                       MOVE 'Y' TO WS-JO-FOUND-SW
                       ADD WS-LETTER-BALANCE
                           TO WS-JO-BALANCE (WS-JO-IDX)
                   END-IF
               END-PERFORM
               IF NOT JO-FOUND AND WS-JO-COUNT < WS-JO-MAX
                   ADD 1 TO WS-JO-COUNT
                   MOVE RP-RELATED-ID TO WS-JO-CUSTOMER-ID (WS-JO-COUNT)
                   MOVE WS-LETTER-BALANCE
                       TO WS-JO-BALANCE (WS-JO-COUNT)
               END-IF
           END-IF.

       PRINT-NOTICE-LETTER.
           MOVE WS-LTR-HEADING TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-LTR-ACTIVITY-LINE TO LTR-LINE
           WRITE LTR-LINE

           MOVE WS-LETTER-BALANCE TO LB-BALANCE
           MOVE WS-LTR-BALANCE-LINE TO LTR-LINE
           WRITE LTR-LINE

