      ******************************************************************
      * PROGRAM-ID. ADJRPT
      * Balance-adjustment status report for the branch managers -
      * runs after ADJPOST and lists the ADJUSTMENTS file in three
      * sections:
      *   PENDING APPROVAL   every adjustment still waiting for a
      *                      second operator, however old;
      *   APPROVED           every adjustment approved and posted
      *                      (or failed at posting) tonight, plus
      *                      any approved but not yet posted;
      *   REJECTED           every adjustment rejected since the
      *                      prior business date - ADJMNT stamps the
      *                      decision with the calendar date, so a
      *                      rejection keyed after midnight or on a
      *                      weekend or holiday is picked up by the
      *                      next night's run (the prior business
      *                      date is the latest date on RUN-CONTROL
      *                      before this one);
      * each line showing who keyed it and who decided it, and each
      * section totalled in count and credit and debit amounts.
      *
      * Registered with BATCHCTL as step ADJRPT; everything the
      * run stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJ-KEY
               FILE STATUS IS WS-ADJUST-STATUS.

           SELECT ADJUSTMENT-REPORT ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJRPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-FILE.
           COPY ADJREC.

       FD  ADJUSTMENT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                       PIC X(80).

       FD  RUN-CONTROL.
           COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01  WS-ADJUST-STATUS                PIC X(2).
       01  WS-ADJRPT-STATUS                PIC X(2).
       01  WS-RUNCTL-STATUS                PIC X(2).
       01  WS-RUNCTL-EOF-SW                PIC X(1)    VALUE 'N'.
           88  RUNCTL-EOF                              VALUE 'Y'.
       01  WS-ADJUST-EOF-SW                PIC X(1)    VALUE 'N'.
           88  ADJUST-EOF                              VALUE 'Y'.
       01  WS-ADJUST-OPEN-SW               PIC X(1)    VALUE 'N'.
           88  ADJUST-AVAILABLE                        VALUE 'Y'.
       01  WS-SELECTED-SW                  PIC X(1)    VALUE 'N'.
           88  ADJUSTMENT-SELECTED                     VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.
       01  WS-PRIOR-RUN-DATE               PIC 9(8)    VALUE 0.
       01  WS-SECTION                      PIC X(1).
           88  SECTION-PENDING                         VALUE 'P'.
           88  SECTION-APPROVED                        VALUE 'A'.
           88  SECTION-REJECTED                        VALUE 'R'.

       01  WS-SECTION-COUNT                PIC 9(7)    VALUE 0.
       01  WS-SECTION-CREDITS              PIC 9(9)V99 VALUE 0.
       01  WS-SECTION-DEBITS               PIC 9(9)V99 VALUE 0.

           COPY CTLPARM.

       01  WS-RPT-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "BALANCE ADJUSTMENT STATUS".
           05  FILLER             PIC X(10)  VALUE "AS OF".
           05  RH-RUN-DATE        PIC 9(8).

       01  WS-RPT-HEADING-2.
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(4)   VALUE "SEQ".
           05  FILLER             PIC X(2)   VALUE "S".
           05  FILLER             PIC X(2)   VALUE "D".
           05  FILLER             PIC X(11)  VALUE "     AMOUNT".
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(3)   VALUE "RC".
           05  FILLER             PIC X(9)   VALUE "KEYED BY".
           05  FILLER             PIC X(9)   VALUE "DECIDED".
           05  FILLER             PIC X(9)   VALUE "BY".
           05  FILLER             PIC X(12)  VALUE "MEMO/REASON".

       01  WS-SECTION-HEADING.
           05  FILLER             PIC X(4)   VALUE "--- ".
           05  SH-TITLE           PIC X(20).
           05  FILLER             PIC X(4)   VALUE " ---".

       01  WS-RPT-DETAIL.
           05  RD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-SEQUENCE        PIC 9(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-STATUS          PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DIRECTION       PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-AMOUNT          PIC Z(7)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-REASON-CODE     PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-ENTERED-BY      PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DECIDED-DATE    PIC 9(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-DECIDED-BY      PIC X(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  RD-MEMO            PIC X(17).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  FILLER             PIC X(7)   VALUE "COUNT".
           05  RT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(10)  VALUE "  CREDITS".
           05  RT-CREDITS         PIC Z(9)9.99.
           05  FILLER             PIC X(9)   VALUE "  DEBITS".
           05  RT-DEBITS          PIC Z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM FIND-PRIOR-BUSINESS-DATE

           PERFORM OPEN-FILES

           MOVE WS-RUN-DATE TO RH-RUN-DATE
           MOVE WS-RPT-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RPT-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE

           MOVE 'P' TO WS-SECTION
           MOVE "PENDING APPROVAL" TO SH-TITLE
           PERFORM LIST-SECTION
           MOVE 'A' TO WS-SECTION
           MOVE "APPROVED" TO SH-TITLE
           PERFORM LIST-SECTION
           MOVE 'R' TO WS-SECTION
           MOVE "REJECTED" TO SH-TITLE
           PERFORM LIST-SECTION

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "ADJRPT" TO CTL-STEP-NAME
           MOVE "ADJUST" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "ADJRPT NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

       FIND-PRIOR-BUSINESS-DATE.
      *    RUN-CONTROL is keyed by business date first, so the last
      *    date read before tonight's is the prior business date.
      *    With no earlier run on file every rejection to date is
      *    listed.
           MOVE 0 TO WS-PRIOR-RUN-DATE
           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING RUN-CONTROL: " WS-RUNCTL-STATUS
               STOP RUN
           END-IF

           MOVE 'N' TO WS-RUNCTL-EOF-SW
           MOVE LOW-VALUES TO RC-KEY
           START RUN-CONTROL KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RUNCTL-EOF-SW
           END-START

           PERFORM UNTIL RUNCTL-EOF
               READ RUN-CONTROL NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RUNCTL-EOF-SW
                   NOT AT END
                       IF RC-BUSINESS-DATE < WS-RUN-DATE
                           MOVE RC-BUSINESS-DATE TO WS-PRIOR-RUN-DATE
                       ELSE
                           MOVE 'Y' TO WS-RUNCTL-EOF-SW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RUN-CONTROL.

       OPEN-FILES.
      *    No ADJUSTMENTS file yet just means nothing has been keyed;
      *    the report still prints, with empty sections.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-STATUS = "00"
               MOVE 'Y' TO WS-ADJUST-OPEN-SW
           ELSE
               IF WS-ADJUST-STATUS NOT = "05"
                       AND WS-ADJUST-STATUS NOT = "35"
                   DISPLAY "ERROR OPENING ADJUSTMENTS: "
                       WS-ADJUST-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT ADJUSTMENT-REPORT
           IF WS-ADJRPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING ADJUSTMENT-REPORT: "
                   WS-ADJRPT-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           IF ADJUST-AVAILABLE
               CLOSE ADJUSTMENT-FILE
           END-IF
           CLOSE ADJUSTMENT-REPORT.

       LIST-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-HEADING TO RPT-LINE
           WRITE RPT-LINE
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-CREDITS
           MOVE 0 TO WS-SECTION-DEBITS

           MOVE 'Y' TO WS-ADJUST-EOF-SW
           IF ADJUST-AVAILABLE
               MOVE 'N' TO WS-ADJUST-EOF-SW
               MOVE LOW-VALUES TO AJ-KEY
               START ADJUSTMENT-FILE KEY IS NOT LESS THAN AJ-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-ADJUST-EOF-SW
               END-START
           END-IF

           PERFORM UNTIL ADJUST-EOF
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ADJUST-EOF-SW
                   NOT AT END
                       PERFORM SELECT-FOR-SECTION
                       IF ADJUSTMENT-SELECTED
                           PERFORM LIST-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-SECTION-COUNT TO RT-COUNT
           MOVE WS-SECTION-CREDITS TO RT-CREDITS
           MOVE WS-SECTION-DEBITS TO RT-DEBITS
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       SELECT-FOR-SECTION.
           MOVE 'N' TO WS-SELECTED-SW
           EVALUATE TRUE
               WHEN SECTION-PENDING
                   IF AJ-PENDING
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
               WHEN SECTION-APPROVED
                   IF AJ-APPROVED
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
                   IF (AJ-POSTED OR AJ-FAILED)
                           AND AJ-POSTED-DATE = WS-RUN-DATE
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
               WHEN SECTION-REJECTED
                   IF AJ-REJECTED
                           AND AJ-DECIDED-DATE > WS-PRIOR-RUN-DATE
                           AND AJ-DECIDED-DATE NOT > WS-RUN-DATE
                       MOVE 'Y' TO WS-SELECTED-SW
                   END-IF
           END-EVALUATE.

       LIST-ADJUSTMENT.
           ADD 1 TO WS-SECTION-COUNT
           IF AJ-CREDIT
               ADD AJ-AMOUNT TO WS-SECTION-CREDITS
           ELSE
               ADD AJ-AMOUNT TO WS-SECTION-DEBITS
           END-IF

           MOVE AJ-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE AJ-ACCOUNT-TYPE TO RD-ACCOUNT-TYPE
           MOVE AJ-SEQUENCE TO RD-SEQUENCE
           MOVE AJ-STATUS TO RD-STATUS
           MOVE AJ-DIRECTION TO RD-DIRECTION
           MOVE AJ-AMOUNT TO RD-AMOUNT
           MOVE AJ-REASON-CODE TO RD-REASON-CODE
           MOVE AJ-ENTERED-BY TO RD-ENTERED-BY
           MOVE AJ-DECIDED-DATE TO RD-DECIDED-DATE
           MOVE AJ-DECIDED-BY TO RD-DECIDED-BY
           IF AJ-FAILED
               MOVE AJ-FAIL-REASON TO RD-MEMO
           ELSE
               MOVE AJ-MEMO TO RD-MEMO
           END-IF
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE.
