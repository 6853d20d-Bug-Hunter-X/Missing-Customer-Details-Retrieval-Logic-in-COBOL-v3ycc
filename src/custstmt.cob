      * description (or the raw type code when none is on file) and
      * its balance, an
      * overdraft notice for every CM-OVERDRAWN account, and the
      * customer total balance.  Every active joint owner of an
      * account on the RELATE file is named under that account.  A
      * closed customer whose balances have all been paid out by
      * CLOSEOUT gets no statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

               RECORD KEY IS PM-ACCOUNT-TYPE
               FILE STATUS IS WS-PRODMAST-STATUS.

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
       FD  PRODUCT-MASTER.
           COPY PRODREC.

       FD  RELATIONSHIP-FILE.
           COPY RELREC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-CUSTSTMT-STATUS              PIC X(2).
       01  WS-PRODMAST-OPEN-SW             PIC X(1)    VALUE 'N'.
           88  PRODMAST-AVAILABLE                      VALUE 'Y'.
       01  WS-PRODUCT-DESC                 PIC X(20).
       01  WS-RELATE-STATUS                PIC X(2).
       01  WS-RELATE-OPEN-SW               PIC X(1)    VALUE 'N'.
           88  RELATE-AVAILABLE                        VALUE 'Y'.
       01  WS-RELATE-EOF-SW                PIC X(1)    VALUE 'N'.
           88  RELATE-EOF                              VALUE 'Y'.
       01  WS-CUSTMAS-EOF-SW               PIC X(1)    VALUE 'N'.
           88  CUSTMAS-EOF                             VALUE 'Y'.

       01  WS-STATEMENT-COUNT              PIC 9(7)    VALUE 0.
       01  WS-CUSTOMER-TOTAL               PIC S9(9)V99.
       01  WS-ACCT-IDX                     PIC 9(1).
       01  WS-CLOSED-OUT-SW                PIC X(1)    VALUE 'N'.
           88  CLOSED-OUT                              VALUE 'Y'.
       01  WS-TIMESTAMP                    PIC X(21).

       01  WS-STMT-CUSTOMER-ID             PIC 9(5).
       01  WS-JO-MAX                       PIC 9(2)    VALUE 20.
       01  WS-JO-COUNT                     PIC 9(2)    VALUE 0.
       01  WS-JO-IDX                       PIC 9(2).
       01  WS-JO-TABLE.
           05  WS-JO-ENTRY OCCURS 20 TIMES.
               10  WS-JO-ACCOUNT-TYPE      PIC X(2).
               10  WS-JO-CUSTOMER-ID       PIC 9(5).
               10  WS-JO-NAME              PIC X(30).

       01  WS-STMT-HEADING.
           05  FILLER             PIC X(30)  VALUE
               "MONTHLY ACCOUNT STATEMENT".
       01  WS-OD-NOTICE                    PIC X(51)   VALUE
           "   *** ACCOUNT OVERDRAWN - PLEASE DEPOSIT FUNDS ***".

       01  WS-JOINT-OWNER-LINE.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  FILLER             PIC X(13)  VALUE "JOINT OWNER: ".
           05  JL-NAME            PIC X(30).

       01  WS-STMT-TOTAL-LINE.
           05  FILLER             PIC X(14)  VALUE "TOTAL BALANCE".
           05  FILLER             PIC X(5)   VALUE SPACES.
                   AT END
                       MOVE 'Y' TO WS-CUSTMAS-EOF-SW
                   NOT AT END
                       PERFORM CHECK-CLOSED-OUT
                       IF NOT CLOSED-OUT
                           PERFORM GATHER-JOINT-OWNERS
                           PERFORM PRINT-STATEMENT
                       END-IF
               END-READ
           END-PERFORM

           OPEN INPUT PRODUCT-MASTER
           IF WS-PRODMAST-STATUS = "00" THEN
               MOVE 'Y' TO WS-PRODMAST-OPEN-SW
           END-IF

      *    No RELATE file means no joint owner has been linked yet;
      *    every statement then carries the customer's name alone.
           OPEN INPUT RELATIONSHIP-FILE
           IF WS-RELATE-STATUS = "00" THEN
               MOVE 'Y' TO WS-RELATE-OPEN-SW
           END-IF.

       CLOSE-FILES.
           CLOSE STATEMENT-PRINT
           IF PRODMAST-AVAILABLE
               CLOSE PRODUCT-MASTER
           END-IF
           IF RELATE-AVAILABLE
               CLOSE RELATIONSHIP-FILE
           END-IF.

       PRINT-STATEMENT.
                   MOVE WS-OD-NOTICE TO STMT-LINE
                   WRITE STMT-LINE
               END-IF
               PERFORM VARYING WS-JO-IDX FROM 1 BY 1
                   UNTIL WS-JO-IDX > WS-JO-COUNT
                   IF WS-JO-ACCOUNT-TYPE (WS-JO-IDX)
                           = CM-ACCOUNT-TYPE (WS-ACCT-IDX)
                       MOVE WS-JO-NAME (WS-JO-IDX) TO JL-NAME
                       MOVE WS-JOINT-OWNER-LINE TO STMT-LINE
                       WRITE STMT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO STMT-LINE

           ADD 1 TO WS-STATEMENT-COUNT.

       CHECK-CLOSED-OUT.
      *    A closed customer whose accounts CLOSEOUT has emptied is
      *    finished with; one still holding a balance is not.
           MOVE 'N' TO WS-CLOSED-OUT-SW
           IF CM-CLOSED
               MOVE 'Y' TO WS-CLOSED-OUT-SW
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > CM-ACCOUNT-COUNT
                   IF CM-ACCOUNT-BALANCE (WS-ACCT-IDX) NOT = 0
                       MOVE 'N' TO WS-CLOSED-OUT-SW
                   END-IF
               END-PERFORM
           END-IF.

       GATHER-JOINT-OWNERS.
      *    Collect the active joint owners of the customer's accounts
      *    and look up their names.  The name lookups replace the
      *    customer's record in the buffer, so it is read back by
      *    key afterwards - which also puts the sequential browse
      *    back where it was.
           MOVE 0 TO WS-JO-COUNT
           IF RELATE-AVAILABLE
               MOVE CM-CUSTOMER-ID TO WS-STMT-CUSTOMER-ID
               MOVE 'N' TO WS-RELATE-EOF-SW
               MOVE CM-CUSTOMER-ID TO RP-CUSTOMER-ID
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
                           IF RP-CUSTOMER-ID NOT = WS-STMT-CUSTOMER-ID
                               MOVE 'Y' TO WS-RELATE-EOF-SW
                           ELSE
                               IF RP-JOINT-OWNER AND RP-ACTIVE
                                       AND WS-JO-COUNT < WS-JO-MAX
                                   ADD 1 TO WS-JO-COUNT
                                   MOVE RP-ACCOUNT-TYPE TO
                                       WS-JO-ACCOUNT-TYPE (WS-JO-COUNT)
                                   MOVE RP-RELATED-ID TO
                                       WS-JO-CUSTOMER-ID (WS-JO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               IF WS-JO-COUNT > 0
                   PERFORM VARYING WS-JO-IDX FROM 1 BY 1
                       UNTIL WS-JO-IDX > WS-JO-COUNT
                       MOVE WS-JO-CUSTOMER-ID (WS-JO-IDX)
                           TO CM-CUSTOMER-ID
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               MOVE WS-JO-CUSTOMER-ID (WS-JO-IDX)
                                   TO WS-JO-NAME (WS-JO-IDX)
                           NOT INVALID KEY
                               MOVE CM-CUSTOMER-NAME
                                   TO WS-JO-NAME (WS-JO-IDX)
                       END-READ
                   END-PERFORM
                   MOVE WS-STMT-CUSTOMER-ID TO CM-CUSTOMER-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           DISPLAY "ERROR REREADING CUSTOMER-MASTER: "
                               WS-CUSTMAS-STATUS
                           STOP RUN
                   END-READ
               END-IF
           END-IF.

       GET-PRODUCT-DESC.
      *    An unlisted type, or no product file at all, falls back
      *    to the raw two-letter code so the statement still prints.
