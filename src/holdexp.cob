      ******************************************************************
      * PROGRAM-ID. HOLDEXP
      * Nightly hold expiry - reads every hold on the HOLDS file and
      * marks expired ('X') each active hold whose expiry date has
      * passed, that is, whose HO-EXPIRY-DATE is before the control
      * business date (a hold applies through its expiry date, and
      * a zero expiry date holds until released through HOLDMNT).
      * Runs ahead of TRNPOST so tonight's posting sees only the
      * holds still in force.
      *
      * An expiry listing names each hold released with the amount
      * it freed, and totals the count and amount for the desk.
      *
      * Registered with BATCHCTL as step HOLDEXP; everything the
      * run stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "HOLDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-KEY
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT EXPIRY-LISTING ASSIGN TO "HOLDEXPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDEXPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.

       FD  EXPIRY-LISTING
           RECORD CONTAINS 80 CHARACTERS.
       01  LST-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HOLDS-STATUS                 PIC X(2).
       01  WS-HOLDEXPL-STATUS              PIC X(2).
       01  WS-HOLDS-EOF-SW                 PIC X(1)    VALUE 'N'.
           88  HOLDS-EOF                               VALUE 'Y'.

       01  WS-HOLD-COUNT                   PIC 9(7)    VALUE 0.
       01  WS-EXPIRED-COUNT                PIC 9(7)    VALUE 0.
       01  WS-EXPIRED-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.

           COPY CTLPARM.

       01  WS-LST-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "EXPIRED HOLDS RELEASED".
           05  FILLER             PIC X(10)  VALUE "AS OF".
           05  HD-RUN-DATE        PIC 9(8).

       01  WS-LST-HEADING-2.
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(4)   VALUE "SEQ".
           05  FILLER             PIC X(13)  VALUE "       AMOUNT".
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(3)   VALUE "RC".
           05  FILLER             PIC X(9)   VALUE "PLACED".
           05  FILLER             PIC X(9)   VALUE "EXPIRED".
           05  FILLER             PIC X(9)   VALUE "BY".
           05  FILLER             PIC X(20)  VALUE "MEMO".

       01  WS-LST-DETAIL.
           05  LD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-SEQUENCE        PIC 9(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-AMOUNT          PIC Z(9)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-REASON-CODE     PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-PLACED-DATE     PIC 9(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-EXPIRY-DATE     PIC 9(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-PLACED-BY       PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  LD-MEMO            PIC X(20).

       01  WS-LST-TOTAL-LINE.
           05  FILLER             PIC X(22)  VALUE
               "HOLDS EXPIRED".
           05  LT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  LT-AMOUNT          PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE

           PERFORM OPEN-FILES

           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-LST-HEADING-1 TO LST-LINE
           WRITE LST-LINE
           MOVE WS-LST-HEADING-2 TO LST-LINE
           WRITE LST-LINE
           MOVE SPACES TO LST-LINE
           WRITE LST-LINE

           MOVE LOW-VALUES TO HO-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HOLDS-EOF-SW
           END-START

           PERFORM UNTIL HOLDS-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HOLDS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HOLD-COUNT
                       IF HO-ACTIVE
                               AND HO-EXPIRY-DATE NOT = 0
                               AND HO-EXPIRY-DATE < WS-RUN-DATE
                           PERFORM EXPIRE-HOLD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LST-LINE
           WRITE LST-LINE
           MOVE WS-EXPIRED-COUNT TO LT-COUNT
           MOVE WS-EXPIRED-AMOUNT TO LT-AMOUNT
           MOVE WS-LST-TOTAL-LINE TO LST-LINE
           WRITE LST-LINE

           DISPLAY "HOLDS READ: " WS-HOLD-COUNT
           DISPLAY "HOLDS EXPIRED: " WS-EXPIRED-COUNT

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "HOLDEXP" TO CTL-STEP-NAME
           MOVE "HOLDS" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "HOLDEXP NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

       OPEN-FILES.
           OPEN I-O HOLD-FILE
           IF WS-HOLDS-STATUS = "05" OR WS-HOLDS-STATUS = "35"
      *        HOLDS does not exist yet - create it.
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           IF WS-HOLDS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING HOLDS: " WS-HOLDS-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT EXPIRY-LISTING
           IF WS-HOLDEXPL-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING EXPIRY-LISTING: "
                   WS-HOLDEXPL-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE HOLD-FILE
           CLOSE EXPIRY-LISTING.

       EXPIRE-HOLD.
           MOVE 'X' TO HO-STATUS
           MOVE WS-RUN-DATE TO HO-RELEASED-DATE
           MOVE "HOLDEXP" TO HO-RELEASED-BY
           REWRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING HOLDS: " WS-HOLDS-STATUS
                       " HOLD " HO-KEY
                   STOP RUN
           END-REWRITE

           ADD 1 TO WS-EXPIRED-COUNT
           ADD HO-AMOUNT TO WS-EXPIRED-AMOUNT

           MOVE HO-CUSTOMER-ID TO LD-CUSTOMER-ID
           MOVE HO-ACCOUNT-TYPE TO LD-ACCOUNT-TYPE
           MOVE HO-SEQUENCE TO LD-SEQUENCE
           MOVE HO-AMOUNT TO LD-AMOUNT
           MOVE HO-REASON-CODE TO LD-REASON-CODE
           MOVE HO-PLACED-DATE TO LD-PLACED-DATE
           MOVE HO-EXPIRY-DATE TO LD-EXPIRY-DATE
           MOVE HO-PLACED-BY TO LD-PLACED-BY
           MOVE HO-MEMO TO LD-MEMO
           MOVE WS-LST-DETAIL TO LST-LINE
           WRITE LST-LINE.
