      ******************************************************************
      * PROGRAM-ID. SUSPRPT
      * Aged suspense report - runs after TRNPOST and lists every
      * SUSPENSE item still unposted (open, or corrected and waiting
      * for SUSPREL to re-enter it) with its age in days from the
      * reject date to the control business date, the reason it was
      * refused, and who corrected it where it has been worked.
      * Items are totalled by age band (0-1, 2-7, 8-30, and over 30
      * days) so the desk can chase the stale money first; written
      * off and re-entered items are closed and are not shown.
      *
      * The run also rewrites the one-record SUSPTOT file with the
      * unposted count and amount, which EODPROOF prints on the
      * proof report.
      *
      * Registered with BATCHCTL as step SUSPRPT; everything the
      * run stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT AGED-REPORT ASSIGN TO "SUSPAGED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPAGED-STATUS.

           SELECT SUSPENSE-TOTAL-FILE ASSIGN TO "SUSPTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  AGED-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                       PIC X(80).

       FD  SUSPENSE-TOTAL-FILE.
           COPY SSPTOTRC.

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS              PIC X(2).
       01  WS-SUSPAGED-STATUS              PIC X(2).
       01  WS-SUSPTOT-STATUS               PIC X(2).
       01  WS-SUSPENSE-EOF-SW              PIC X(1)    VALUE 'N'.
           88  SUSPENSE-EOF                            VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.
       01  WS-AGE-DAYS                     PIC S9(5)   VALUE 0.
       01  WS-BAND-IDX                     PIC 9(1).
       01  WS-TOTAL-COUNT                  PIC 9(7)    VALUE 0.
       01  WS-TOTAL-AMOUNT                 PIC 9(11)V99 VALUE 0.

      *    Age bands - upper limit in days for each; the last band
      *    takes everything older.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 4 TIMES.
               10  WS-BAND-LIMIT           PIC 9(5).
               10  WS-BAND-LABEL           PIC X(16).
               10  WS-BAND-COUNT           PIC 9(7).
               10  WS-BAND-AMOUNT          PIC 9(11)V99.

           COPY CTLPARM.

       01  WS-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "AGED SUSPENSE REPORT".
           05  FILLER             PIC X(10)  VALUE "AS OF".
           05  HD-RUN-DATE        PIC 9(8).

       01  WS-HEADING-2.
           05  FILLER             PIC X(17)  VALUE "SUSPENSE ITEM".
           05  FILLER             PIC X(5)   VALUE " AGE".
           05  FILLER             PIC X(2)   VALUE "S".
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(3)   VALUE "TY".
           05  FILLER             PIC X(11)  VALUE "     AMOUNT".
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  FILLER             PIC X(25)  VALUE "REASON".
           05  FILLER             PIC X(8)   VALUE "FIXED BY".

       01  WS-DETAIL-LINE.
           05  DL-REJECT-DATE     PIC 9(8).
           05  FILLER             PIC X(1)   VALUE "-".
           05  DL-SEQUENCE        PIC 9(7).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  DL-AGE             PIC ZZZ9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  DL-STATUS          PIC X(1).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  DL-CUSTOMER-ID     PIC X(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  DL-ACCOUNT-TYPE    PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  DL-AMOUNT          PIC Z(7)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  DL-REASON          PIC X(25).
           05  DL-OPERATOR        PIC X(8).

       01  WS-BAND-LINE.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  BL-LABEL           PIC X(16).
           05  FILLER             PIC X(4)   VALUE SPACES.
           05  BL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  BL-AMOUNT          PIC Z(10)9.99.

       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(22)  VALUE
               "TOTAL IN SUSPENSE".
           05  TL-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  TL-AMOUNT          PIC Z(10)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE

           PERFORM INITIALIZE-BANDS
           PERFORM OPEN-FILES

           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-HEADING-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HEADING-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

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
                           PERFORM REPORT-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PRINT-AGE-SUMMARY
           PERFORM WRITE-SUSPENSE-TOTAL

           DISPLAY "ITEMS IN SUSPENSE: " WS-TOTAL-COUNT

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "SUSPRPT" TO CTL-STEP-NAME
           MOVE "SUSPENSE" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "SUSPRPT NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

       INITIALIZE-BANDS.
           MOVE 1 TO WS-BAND-LIMIT (1)
           MOVE "0 - 1 DAYS" TO WS-BAND-LABEL (1)
           MOVE 7 TO WS-BAND-LIMIT (2)
           MOVE "2 - 7 DAYS" TO WS-BAND-LABEL (2)
           MOVE 30 TO WS-BAND-LIMIT (3)
           MOVE "8 - 30 DAYS" TO WS-BAND-LABEL (3)
           MOVE 99999 TO WS-BAND-LIMIT (4)
           MOVE "OVER 30 DAYS" TO WS-BAND-LABEL (4)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE 0 TO WS-BAND-COUNT (WS-BAND-IDX)
               MOVE 0 TO WS-BAND-AMOUNT (WS-BAND-IDX)
           END-PERFORM.

       OPEN-FILES.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "05" OR WS-SUSPENSE-STATUS = "35"
      *        Nothing has ever been rejected - report an empty file.
               MOVE 'Y' TO WS-SUSPENSE-EOF-SW
           ELSE
               IF WS-SUSPENSE-STATUS NOT = "00" THEN
                   DISPLAY "ERROR OPENING SUSPENSE: "
                       WS-SUSPENSE-STATUS
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT AGED-REPORT
           IF WS-SUSPAGED-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING AGED-REPORT: "
                   WS-SUSPAGED-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           IF WS-SUSPENSE-STATUS NOT = "35"
                   AND WS-SUSPENSE-STATUS NOT = "05"
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE AGED-REPORT.

       REPORT-SUSPENSE-ITEM.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (SU-REJECT-DATE)
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF

           MOVE 1 TO WS-BAND-IDX
           PERFORM UNTIL WS-BAND-IDX = 4
                   OR WS-AGE-DAYS <= WS-BAND-LIMIT (WS-BAND-IDX)
               ADD 1 TO WS-BAND-IDX
           END-PERFORM
           ADD 1 TO WS-BAND-COUNT (WS-BAND-IDX)
           ADD SU-AMOUNT TO WS-BAND-AMOUNT (WS-BAND-IDX)
           ADD 1 TO WS-TOTAL-COUNT
           ADD SU-AMOUNT TO WS-TOTAL-AMOUNT

           MOVE SU-REJECT-DATE TO DL-REJECT-DATE
           MOVE SU-SEQUENCE TO DL-SEQUENCE
           MOVE WS-AGE-DAYS TO DL-AGE
           MOVE SU-STATUS TO DL-STATUS
           MOVE SU-TRAN-IMAGE (1:5) TO DL-CUSTOMER-ID
           MOVE SU-TRAN-IMAGE (6:2) TO DL-ACCOUNT-TYPE
           MOVE SU-AMOUNT TO DL-AMOUNT
           MOVE SU-REASON TO DL-REASON
           IF SU-CORRECTED
               MOVE SU-ACTION-OPERATOR TO DL-OPERATOR
           ELSE
               MOVE SPACES TO DL-OPERATOR
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       PRINT-AGE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE "AGE SUMMARY" TO RPT-LINE
           WRITE RPT-LINE

           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-BAND-LABEL (WS-BAND-IDX) TO BL-LABEL
               MOVE WS-BAND-COUNT (WS-BAND-IDX) TO BL-COUNT
               MOVE WS-BAND-AMOUNT (WS-BAND-IDX) TO BL-AMOUNT
               MOVE WS-BAND-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOTAL-COUNT TO TL-COUNT
           MOVE WS-TOTAL-AMOUNT TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUSPENSE-TOTAL.
           OPEN OUTPUT SUSPENSE-TOTAL-FILE
           IF WS-SUSPTOT-STATUS NOT = "00" THEN
               DISPLAY "ERROR WRITING SUSPENSE-TOTAL: "
                   WS-SUSPTOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO ST-RUN-DATE
           MOVE WS-TOTAL-COUNT TO ST-ITEM-COUNT
           MOVE WS-TOTAL-AMOUNT TO ST-AMOUNT
           WRITE SUSPENSE-TOTAL-RECORD
           CLOSE SUSPENSE-TOTAL-FILE.
