      ******************************************************************
      * PROGRAM-ID. CTRSCAN
      * Nightly currency-transaction scan - runs after TRNPOST and
      * reads the TRANSACTION-HISTORY file for the cash deposits and
      * withdrawals the tellers marked (TH-CASH-IND), across every
      * branch and account.  A cash item that has since been
      * reversed is left out; it never really happened.
      *
      * Currency transaction reporting: each customer's cash in and
      * cash out for the control business date are totalled
      * separately, and a customer with either total over the
      * reporting threshold is written to the CTR-EXTRACT file and
      * listed on the CTR report with the name, address, and phone
      * from CUSTOMER-MASTER for compliance to file from.
      *
      * Structuring: a rolling scan over the last WS-SCAN-DAYS
      * calendar days (the business date included) counts each
      * customer's cash items just under the threshold - from
      * WS-NEAR-FLOOR up to and including the threshold itself.
      * Only items posted after the activity already covered by one
      * of the customer's STRUCTURING-CASE records count, so the
      * same items never raise a case twice.  WS-MIN-NEAR-ITEMS or
      * more such items open a new case; while a case is still open
      * or under review any further such item is added to it and
      * the case is reopened for compliance.  Every case opened or
      * extended is listed on the structuring report.
      *
      * Registered with BATCHCTL as step CTRSCAN; everything the
      * run stamps carries the control business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTRSCAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-TRNHIST-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT STRUCTURING-CASE-FILE ASSIGN TO "STRCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STRCASE-STATUS.

           SELECT CTR-EXTRACT ASSIGN TO "CTREXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTREXTR-STATUS.

           SELECT CTR-REPORT ASSIGN TO "CTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTRRPT-STATUS.

           SELECT STRUCTURING-REPORT ASSIGN TO "STRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-HISTORY.
           COPY HISTREC.

       FD  CUSTOMER-MASTER.
           COPY CUSTREC.

       FD  STRUCTURING-CASE-FILE.
           COPY STRCREC.

       FD  CTR-EXTRACT.
           COPY CTRXREC.

       FD  CTR-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CTR-LINE                       PIC X(80).

       FD  STRUCTURING-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  STR-LINE                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRNHIST-STATUS               PIC X(2).
       01  WS-CUSTMAS-STATUS               PIC X(2).
       01  WS-STRCASE-STATUS               PIC X(2).
       01  WS-CTREXTR-STATUS               PIC X(2).
       01  WS-CTRRPT-STATUS                PIC X(2).
       01  WS-STRCRPT-STATUS               PIC X(2).
       01  WS-TRNHIST-EOF-SW               PIC X(1)    VALUE 'N'.
           88  TRNHIST-EOF                             VALUE 'Y'.
       01  WS-STRCASE-EOF-SW               PIC X(1)    VALUE 'N'.
           88  STRCASE-EOF                             VALUE 'Y'.
       01  WS-FIRST-CUSTOMER-SW            PIC X(1)    VALUE 'Y'.
           88  FIRST-CUSTOMER                          VALUE 'Y'.
       01  WS-CUSTOMER-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  CUSTOMER-FOUND                          VALUE 'Y'.

      *    Reporting threshold and structuring scan settings.
       01  WS-CTR-THRESHOLD                PIC 9(7)V99
                                           VALUE 10000.00.
       01  WS-NEAR-FLOOR                   PIC 9(7)V99
                                           VALUE 8000.00.
       01  WS-SCAN-DAYS                    PIC 9(3)    VALUE 10.
       01  WS-MIN-NEAR-ITEMS               PIC 9(3)    VALUE 2.

       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.
       01  WS-WINDOW-START                 PIC 9(8)    VALUE 0.
       01  WS-DAY-NUMBER                   PIC 9(8)    VALUE 0.

       01  WS-CURR-CUSTOMER-ID             PIC 9(5)    VALUE 0.
       01  WS-ITEM-AMOUNT                  PIC 9(7)V99 VALUE 0.
       01  WS-CASH-IN-AMOUNT               PIC 9(9)V99 VALUE 0.
       01  WS-CASH-IN-COUNT                PIC 9(5)    VALUE 0.
       01  WS-CASH-OUT-AMOUNT              PIC 9(9)V99 VALUE 0.
       01  WS-CASH-OUT-COUNT               PIC 9(5)    VALUE 0.
       01  WS-NEAR-COUNT                   PIC 9(5)    VALUE 0.
       01  WS-NEAR-AMOUNT                  PIC 9(9)V99 VALUE 0.
       01  WS-NEAR-FIRST-DATE              PIC 9(8)    VALUE 0.
       01  WS-NEAR-LAST-DATE               PIC 9(8)    VALUE 0.
       01  WS-COVERED-DATE                 PIC 9(8)    VALUE 0.
       01  WS-ACTIVE-CASE-NUMBER           PIC 9(3)    VALUE 0.
       01  WS-LAST-CASE-NUMBER             PIC 9(3)    VALUE 0.
       01  WS-CASE-ACTION                  PIC X(8).

       01  WS-HIST-READ-COUNT              PIC 9(9)    VALUE 0.
       01  WS-CTR-COUNT                    PIC 9(7)    VALUE 0.
       01  WS-CTR-IN-TOTAL                 PIC 9(11)V99 VALUE 0.
       01  WS-CTR-OUT-TOTAL                PIC 9(11)V99 VALUE 0.
       01  WS-CASES-OPENED                 PIC 9(7)    VALUE 0.
       01  WS-CASES-EXTENDED               PIC 9(7)    VALUE 0.

           COPY CTLPARM.

       01  WS-CTR-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "CURRENCY TRANSACTION REPORT".
           05  FILLER             PIC X(10)  VALUE "FOR".
           05  CH-RUN-DATE        PIC 9(8).

       01  WS-CTR-HEADING-2.
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(31)  VALUE "NAME / ADDRESS".
           05  FILLER             PIC X(18)  VALUE
               "     CASH IN  NO.".
           05  FILLER             PIC X(18)  VALUE
               "    CASH OUT  NO.".

       01  WS-CTR-DETAIL-1.
           05  CD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-CUSTOMER-NAME   PIC X(30).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-CASH-IN         PIC Z(9)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-CASH-IN-COUNT   PIC ZZZ9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-CASH-OUT        PIC Z(9)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-CASH-OUT-COUNT  PIC ZZZ9.

       01  WS-CTR-DETAIL-2.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  CD-ADDRESS-LINE-1  PIC X(30).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-ADDRESS-LINE-2  PIC X(30).

       01  WS-CTR-DETAIL-3.
           05  FILLER             PIC X(6)   VALUE SPACES.
           05  CD-CITY            PIC X(20).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-STATE           PIC X(2).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  CD-POSTAL-CODE     PIC X(10).
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  FILLER             PIC X(7)   VALUE "PHONE:".
           05  CD-PHONE           PIC X(15).

       01  WS-CTR-TOTAL-LINE.
           05  CT-LABEL           PIC X(22).
           05  CT-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  CT-AMOUNT          PIC Z(10)9.99.

       01  WS-STR-HEADING-1.
           05  FILLER             PIC X(30)  VALUE
               "POSSIBLE STRUCTURING CASES".
           05  FILLER             PIC X(10)  VALUE "FOR".
           05  SH-RUN-DATE        PIC 9(8).

       01  WS-STR-HEADING-2.
           05  FILLER             PIC X(6)   VALUE "CUST".
           05  FILLER             PIC X(21)  VALUE "NAME".
           05  FILLER             PIC X(4)   VALUE "CSE".
           05  FILLER             PIC X(9)   VALUE "FIRST".
           05  FILLER             PIC X(9)   VALUE "LAST".
           05  FILLER             PIC X(5)   VALUE "ITEMS".
           05  FILLER             PIC X(15)  VALUE "       AMOUNT".
           05  FILLER             PIC X(8)   VALUE "ACTION".

       01  WS-STR-DETAIL.
           05  SD-CUSTOMER-ID     PIC 9(5).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  SD-CUSTOMER-NAME   PIC X(20).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  SD-CASE-NUMBER     PIC 9(3).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  SD-FIRST-DATE      PIC 9(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  SD-LAST-DATE       PIC 9(8).
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  SD-ITEM-COUNT      PIC ZZZ9.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  SD-AMOUNT          PIC Z(9)9.99.
           05  FILLER             PIC X(1)   VALUE SPACE.
           05  SD-ACTION          PIC X(8).

       01  WS-STR-TOTAL-LINE.
           05  ST-LABEL           PIC X(22).
           05  ST-COUNT           PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM REGISTER-STEP-START
           MOVE CTL-BUSINESS-DATE TO WS-RUN-DATE
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - WS-SCAN-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)

           PERFORM OPEN-FILES
           PERFORM WRITE-REPORT-HEADINGS

           MOVE LOW-VALUES TO TH-KEY
           START TRANSACTION-HISTORY KEY IS NOT LESS THAN TH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TRNHIST-EOF-SW
           END-START

           PERFORM UNTIL TRNHIST-EOF
               READ TRANSACTION-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TRNHIST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       IF FIRST-CUSTOMER
                               OR TH-CUSTOMER-ID
                                   NOT = WS-CURR-CUSTOMER-ID
                           IF NOT FIRST-CUSTOMER
                               PERFORM FINISH-CUSTOMER
                           END-IF
                           PERFORM START-CUSTOMER
                       END-IF
                       PERFORM TAKE-HISTORY-ITEM
               END-READ
           END-PERFORM
           IF NOT FIRST-CUSTOMER
               PERFORM FINISH-CUSTOMER
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           DISPLAY "HISTORY ITEMS READ: " WS-HIST-READ-COUNT
           DISPLAY "CUSTOMERS OVER CTR THRESHOLD: " WS-CTR-COUNT
           DISPLAY "STRUCTURING CASES OPENED: " WS-CASES-OPENED
           DISPLAY "STRUCTURING CASES EXTENDED: " WS-CASES-EXTENDED

           PERFORM CLOSE-FILES
           PERFORM REGISTER-STEP-END
           STOP RUN.

       REGISTER-STEP-START.
           MOVE 'S' TO CTL-FUNCTION
           MOVE "CTRSCAN" TO CTL-STEP-NAME
           MOVE "TRNHIST" TO CTL-INPUT-IDENT
           MOVE 0 TO CTL-INPUT-DATE
           CALL 'BATCHCTL' USING CTL-PARM-AREA
           IF NOT CTL-OK
               DISPLAY "CTRSCAN NOT CLEARED TO RUN - RC "
                   CTL-RETURN-CODE
               MOVE CTL-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

       REGISTER-STEP-END.
           MOVE 'E' TO CTL-FUNCTION
           CALL 'BATCHCTL' USING CTL-PARM-AREA.

       OPEN-FILES.
           OPEN INPUT TRANSACTION-HISTORY
           IF WS-TRNHIST-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING TRANSACTION-HISTORY: "
                   WS-TRNHIST-STATUS
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUSTMAS-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CUSTOMER-MASTER: "
                   WS-CUSTMAS-STATUS
               STOP RUN
           END-IF

           OPEN I-O STRUCTURING-CASE-FILE
           IF WS-STRCASE-STATUS = "05" OR WS-STRCASE-STATUS = "35"
      *        STRUCTURING-CASE does not exist yet - create it.
               OPEN OUTPUT STRUCTURING-CASE-FILE
               CLOSE STRUCTURING-CASE-FILE
               OPEN I-O STRUCTURING-CASE-FILE
           END-IF
           IF WS-STRCASE-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING STRUCTURING-CASE: "
                   WS-STRCASE-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CTR-EXTRACT
           IF WS-CTREXTR-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CTR-EXTRACT: "
                   WS-CTREXTR-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT CTR-REPORT
           IF WS-CTRRPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING CTR-REPORT: " WS-CTRRPT-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT STRUCTURING-REPORT
           IF WS-STRCRPT-STATUS NOT = "00" THEN
               DISPLAY "ERROR OPENING STRUCTURING-REPORT: "
                   WS-STRCRPT-STATUS
               STOP RUN
           END-IF.

       CLOSE-FILES.
           CLOSE TRANSACTION-HISTORY
           CLOSE CUSTOMER-MASTER
           CLOSE STRUCTURING-CASE-FILE
           CLOSE CTR-EXTRACT
           CLOSE CTR-REPORT
           CLOSE STRUCTURING-REPORT.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE WS-CTR-HEADING-1 TO CTR-LINE
           WRITE CTR-LINE
           MOVE WS-CTR-HEADING-2 TO CTR-LINE
           WRITE CTR-LINE
           MOVE SPACES TO CTR-LINE
           WRITE CTR-LINE

           MOVE WS-RUN-DATE TO SH-RUN-DATE
           MOVE WS-STR-HEADING-1 TO STR-LINE
           WRITE STR-LINE
           MOVE WS-STR-HEADING-2 TO STR-LINE
           WRITE STR-LINE
           MOVE SPACES TO STR-LINE
           WRITE STR-LINE.

       START-CUSTOMER.
           MOVE 'N' TO WS-FIRST-CUSTOMER-SW
           MOVE TH-CUSTOMER-ID TO WS-CURR-CUSTOMER-ID
           MOVE 0 TO WS-CASH-IN-AMOUNT
           MOVE 0 TO WS-CASH-IN-COUNT
           MOVE 0 TO WS-CASH-OUT-AMOUNT
           MOVE 0 TO WS-CASH-OUT-COUNT
           MOVE 0 TO WS-NEAR-COUNT
           MOVE 0 TO WS-NEAR-AMOUNT
           MOVE 0 TO WS-NEAR-FIRST-DATE
           MOVE 0 TO WS-NEAR-LAST-DATE
           PERFORM FIND-CUSTOMER-CASES.

       FIND-CUSTOMER-CASES.
      *    The activity the customer's cases already cover, the case
      *    still being worked (if any), and the last case number.
           MOVE 0 TO WS-COVERED-DATE
           MOVE 0 TO WS-ACTIVE-CASE-NUMBER
           MOVE 0 TO WS-LAST-CASE-NUMBER
           MOVE 'N' TO WS-STRCASE-EOF-SW
           MOVE WS-CURR-CUSTOMER-ID TO SC-CUSTOMER-ID
           MOVE 0 TO SC-CASE-NUMBER
           START STRUCTURING-CASE-FILE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STRCASE-EOF-SW
           END-START
           PERFORM UNTIL STRCASE-EOF
               READ STRUCTURING-CASE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STRCASE-EOF-SW
                   NOT AT END
                       IF SC-CUSTOMER-ID NOT = WS-CURR-CUSTOMER-ID
                           MOVE 'Y' TO WS-STRCASE-EOF-SW
                       ELSE
                           MOVE SC-CASE-NUMBER TO WS-LAST-CASE-NUMBER
                           IF SC-LAST-ITEM-DATE > WS-COVERED-DATE
                               MOVE SC-LAST-ITEM-DATE
                                   TO WS-COVERED-DATE
                           END-IF
                           IF SC-IN-PROGRESS
                               MOVE SC-CASE-NUMBER
                                   TO WS-ACTIVE-CASE-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-HISTORY-ITEM.
           IF TH-CASH AND (TH-DEPOSIT OR TH-WITHDRAWAL)
                   AND NOT TH-REVERSED
                   AND TH-POST-DATE >= WS-WINDOW-START
                   AND TH-POST-DATE <= WS-RUN-DATE
               IF TH-AMOUNT < 0
                   COMPUTE WS-ITEM-AMOUNT = 0 - TH-AMOUNT
               ELSE
                   MOVE TH-AMOUNT TO WS-ITEM-AMOUNT
               END-IF

               IF TH-POST-DATE = WS-RUN-DATE
                   IF TH-DEPOSIT
                       ADD WS-ITEM-AMOUNT TO WS-CASH-IN-AMOUNT
                       ADD 1 TO WS-CASH-IN-COUNT
                   ELSE
                       ADD WS-ITEM-AMOUNT TO WS-CASH-OUT-AMOUNT
                       ADD 1 TO WS-CASH-OUT-COUNT
                   END-IF
               END-IF

               IF WS-ITEM-AMOUNT >= WS-NEAR-FLOOR
                       AND WS-ITEM-AMOUNT <= WS-CTR-THRESHOLD
                       AND TH-POST-DATE > WS-COVERED-DATE
                   ADD 1 TO WS-NEAR-COUNT
                   ADD WS-ITEM-AMOUNT TO WS-NEAR-AMOUNT
                   IF WS-NEAR-FIRST-DATE = 0
                       MOVE TH-POST-DATE TO WS-NEAR-FIRST-DATE
                   END-IF
                   MOVE TH-POST-DATE TO WS-NEAR-LAST-DATE
               END-IF
           END-IF.

       FINISH-CUSTOMER.
           IF WS-CASH-IN-AMOUNT > WS-CTR-THRESHOLD
                   OR WS-CASH-OUT-AMOUNT > WS-CTR-THRESHOLD
               PERFORM REPORT-CTR-CUSTOMER
           END-IF

           IF WS-ACTIVE-CASE-NUMBER NOT = 0 AND WS-NEAR-COUNT > 0
               PERFORM EXTEND-STRUCTURING-CASE
           ELSE
               IF WS-NEAR-COUNT >= WS-MIN-NEAR-ITEMS
                   PERFORM OPEN-STRUCTURING-CASE
               END-IF
           END-IF.

       READ-CUSTOMER.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW
           MOVE WS-CURR-CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-RECORD
                   MOVE "NOT ON CUSTOMER-MASTER" TO CM-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUSTOMER-FOUND-SW
           END-READ.

       REPORT-CTR-CUSTOMER.
           PERFORM READ-CUSTOMER
           ADD 1 TO WS-CTR-COUNT
           ADD WS-CASH-IN-AMOUNT TO WS-CTR-IN-TOTAL
           ADD WS-CASH-OUT-AMOUNT TO WS-CTR-OUT-TOTAL

           MOVE SPACES TO CTR-EXTRACT-RECORD
           MOVE WS-RUN-DATE TO CX-BUSINESS-DATE
           MOVE WS-CURR-CUSTOMER-ID TO CX-CUSTOMER-ID
           MOVE WS-CASH-IN-AMOUNT TO CX-CASH-IN-AMOUNT
           MOVE WS-CASH-IN-COUNT TO CX-CASH-IN-COUNT
           MOVE WS-CASH-OUT-AMOUNT TO CX-CASH-OUT-AMOUNT
           MOVE WS-CASH-OUT-COUNT TO CX-CASH-OUT-COUNT
           MOVE CM-CUSTOMER-NAME TO CX-CUSTOMER-NAME
           MOVE CM-ADDRESS-LINE-1 TO CX-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2 TO CX-ADDRESS-LINE-2
           MOVE CM-CITY TO CX-CITY
           MOVE CM-STATE TO CX-STATE
           MOVE CM-POSTAL-CODE TO CX-POSTAL-CODE
           MOVE CM-PHONE TO CX-PHONE
           WRITE CTR-EXTRACT-RECORD

           MOVE WS-CURR-CUSTOMER-ID TO CD-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO CD-CUSTOMER-NAME
           MOVE WS-CASH-IN-AMOUNT TO CD-CASH-IN
           MOVE WS-CASH-IN-COUNT TO CD-CASH-IN-COUNT
           MOVE WS-CASH-OUT-AMOUNT TO CD-CASH-OUT
           MOVE WS-CASH-OUT-COUNT TO CD-CASH-OUT-COUNT
           MOVE WS-CTR-DETAIL-1 TO CTR-LINE
           WRITE CTR-LINE
           MOVE CM-ADDRESS-LINE-1 TO CD-ADDRESS-LINE-1
           MOVE CM-ADDRESS-LINE-2 TO CD-ADDRESS-LINE-2
           MOVE WS-CTR-DETAIL-2 TO CTR-LINE
           WRITE CTR-LINE
           MOVE CM-CITY TO CD-CITY
           MOVE CM-STATE TO CD-STATE
           MOVE CM-POSTAL-CODE TO CD-POSTAL-CODE
           MOVE CM-PHONE TO CD-PHONE
           MOVE WS-CTR-DETAIL-3 TO CTR-LINE
           WRITE CTR-LINE
           MOVE SPACES TO CTR-LINE
           WRITE CTR-LINE.

       OPEN-STRUCTURING-CASE.
           MOVE SPACES TO STRUCTURING-CASE-RECORD
           MOVE WS-CURR-CUSTOMER-ID TO SC-CUSTOMER-ID
           COMPUTE SC-CASE-NUMBER = WS-LAST-CASE-NUMBER + 1
           MOVE 'O' TO SC-STATUS
           MOVE WS-RUN-DATE TO SC-OPENED-DATE
           MOVE WS-RUN-DATE TO SC-UPDATED-DATE
           MOVE WS-NEAR-FIRST-DATE TO SC-FIRST-ITEM-DATE
           MOVE WS-NEAR-LAST-DATE TO SC-LAST-ITEM-DATE
           MOVE WS-NEAR-COUNT TO SC-ITEM-COUNT
           MOVE WS-NEAR-AMOUNT TO SC-ITEM-AMOUNT
           MOVE 0 TO SC-ACTION-DATE
           WRITE STRUCTURING-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING STRUCTURING-CASE: "
                       WS-STRCASE-STATUS " CASE " SC-KEY
                   STOP RUN
           END-WRITE
           ADD 1 TO WS-CASES-OPENED
           MOVE "OPENED" TO WS-CASE-ACTION
           PERFORM LIST-STRUCTURING-CASE.

       EXTEND-STRUCTURING-CASE.
      *    More of the same pattern while compliance is still working
      *    the case - add it in and put the case back in the queue.
           MOVE WS-CURR-CUSTOMER-ID TO SC-CUSTOMER-ID
           MOVE WS-ACTIVE-CASE-NUMBER TO SC-CASE-NUMBER
           READ STRUCTURING-CASE-FILE
               INVALID KEY
                   DISPLAY "ERROR READING STRUCTURING-CASE: "
                       WS-STRCASE-STATUS " CASE " SC-KEY
                   STOP RUN
           END-READ
           MOVE 'O' TO SC-STATUS
           MOVE WS-RUN-DATE TO SC-UPDATED-DATE
           MOVE WS-NEAR-LAST-DATE TO SC-LAST-ITEM-DATE
           ADD WS-NEAR-COUNT TO SC-ITEM-COUNT
           ADD WS-NEAR-AMOUNT TO SC-ITEM-AMOUNT
           REWRITE STRUCTURING-CASE-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STRUCTURING-CASE: "
                       WS-STRCASE-STATUS " CASE " SC-KEY
                   STOP RUN
           END-REWRITE
           ADD 1 TO WS-CASES-EXTENDED
           MOVE "EXTENDED" TO WS-CASE-ACTION
           PERFORM LIST-STRUCTURING-CASE.

       LIST-STRUCTURING-CASE.
           PERFORM READ-CUSTOMER
           MOVE SC-CUSTOMER-ID TO SD-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO SD-CUSTOMER-NAME
           MOVE SC-CASE-NUMBER TO SD-CASE-NUMBER
           MOVE SC-FIRST-ITEM-DATE TO SD-FIRST-DATE
           MOVE SC-LAST-ITEM-DATE TO SD-LAST-DATE
           MOVE SC-ITEM-COUNT TO SD-ITEM-COUNT
           MOVE SC-ITEM-AMOUNT TO SD-AMOUNT
           MOVE WS-CASE-ACTION TO SD-ACTION
           MOVE WS-STR-DETAIL TO STR-LINE
           WRITE STR-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "CUSTOMERS REPORTED" TO CT-LABEL
           MOVE WS-CTR-COUNT TO CT-COUNT
           MOVE 0 TO CT-AMOUNT
           MOVE WS-CTR-TOTAL-LINE TO CTR-LINE
           WRITE CTR-LINE
           MOVE "TOTAL CASH IN" TO CT-LABEL
           MOVE 0 TO CT-COUNT
           MOVE WS-CTR-IN-TOTAL TO CT-AMOUNT
           MOVE WS-CTR-TOTAL-LINE TO CTR-LINE
           WRITE CTR-LINE
           MOVE "TOTAL CASH OUT" TO CT-LABEL
           MOVE WS-CTR-OUT-TOTAL TO CT-AMOUNT
           MOVE WS-CTR-TOTAL-LINE TO CTR-LINE
           WRITE CTR-LINE

           MOVE SPACES TO STR-LINE
           WRITE STR-LINE
           MOVE "CASES OPENED" TO ST-LABEL
           MOVE WS-CASES-OPENED TO ST-COUNT
           MOVE WS-STR-TOTAL-LINE TO STR-LINE
           WRITE STR-LINE
           MOVE "CASES EXTENDED" TO ST-LABEL
           MOVE WS-CASES-EXTENDED TO ST-COUNT
           MOVE WS-STR-TOTAL-LINE TO STR-LINE
           WRITE STR-LINE.
