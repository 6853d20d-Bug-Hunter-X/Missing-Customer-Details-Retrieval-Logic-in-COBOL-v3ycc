      * stream.  Proves that the prior night's closing
      * control total, plus everything the posting runs say they
      * applied tonight (the POSTED-TOTALS records from TRNPOST,
      * ADJPOST, OVDSWEEP, CLOSEOUT, INTPOST, and the month-end
      * FEEPOST), equals tonight's closing control total.  The
      * stream must run CUSTVFY again after the posting runs and
      * immediately before this step - the VFYTOTAL record read
      * here has to be the post-posting master, or the proof
      * compares tonight's activity against a figure that never
      * contained it.  When the figures tie, the proof report
      * shows the build-up, the prior-night snapshot is rolled
      * forward to tonight's total, and POSTED-TOTALS is emptied for
      * the next night.  When they do not tie, the run
      * ends with RETURN-CODE 8 and leaves the snapshot and totals
      * in place for investigation - registered with BATCHCTL as
      * step EODPROOF, an out-of-proof night holds the step open so
      *
      * The first night, with no snapshot on file, establishes the
      * baseline from tonight's CUSTVFY total and proves nothing.
      *
      * Beneath the proof the report shows the SUSPTOT figure SUSPRPT
      * wrote - the count and amount of rejected items still waiting
      * in suspense, with the date SUSPRPT ran.  A figure from an
      * earlier night is not quoted; the line says the total is not
      * current and names the night it was taken.  That money never
      * reached the master, so it is shown for the desk's information
      * and is not part of the proof.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODPROOF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOFRPT-STATUS.

           SELECT SUSPENSE-TOTAL-FILE ASSIGN TO "SUSPTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-TOTAL-FILE.
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                       PIC X(80).

       FD  SUSPENSE-TOTAL-FILE.
           COPY SSPTOTRC.

       WORKING-STORAGE SECTION.
       01  WS-VFYTOTAL-STATUS              PIC X(2).
       01  WS-POSTTOT-STATUS               PIC X(2).
       01  WS-PRIORTOT-STATUS              PIC X(2).
       01  WS-PROOFRPT-STATUS              PIC X(2).
       01  WS-SUSPTOT-STATUS               PIC X(2).
       01  WS-POSTTOT-EOF-SW               PIC X(1)    VALUE 'N'.
           88  POSTTOT-EOF                             VALUE 'Y'.

           05  FILLER             PIC X(2)   VALUE SPACES.
           05  PF-AMOUNT          PIC Z(10)9.99-.

       01  WS-SUSPENSE-LINE.
           05  SS-LABEL           PIC X(30)  VALUE
               "UNPOSTED ITEMS IN SUSPENSE".
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SS-AMOUNT          PIC Z(10)9.99-.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SS-COUNT           PIC Z,ZZZ,ZZ9.
           05  FILLER             PIC X(13)  VALUE " ITEMS AS OF".
           05  SS-RUN-DATE        PIC 9(8).

       01  WS-SOURCE-LINE.
           05  FILLER             PIC X(2)   VALUE SPACES.
           05  SL-SOURCE          PIC X(8).
               PERFORM PROVE-THE-NIGHT
           END-IF

           PERFORM SHOW-SUSPENSE-TOTAL

           CLOSE PROOF-REPORT
           STOP RUN.

               MOVE 8 TO RETURN-CODE
           END-IF.

       SHOW-SUSPENSE-TOTAL.
      *    Information only - a night with no SUSPTOT file (SUSPRPT
      *    not run) says so rather than printing a zero.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT SUSPENSE-TOTAL-FILE
           IF WS-SUSPTOT-STATUS = "00" THEN
               READ SUSPENSE-TOTAL-FILE
                   AT END
                       MOVE "NO SUSPENSE TOTAL ON FILE" TO RPT-LINE
                   NOT AT END
      *                A figure left from an earlier night is named as
      *                such rather than quoted as tonight's.  SUSPRPT
      *                stamps the control business date, so that is
      *                the date it is held to.
                       IF ST-RUN-DATE = CTL-BUSINESS-DATE
                           MOVE ST-AMOUNT TO SS-AMOUNT
                           MOVE ST-ITEM-COUNT TO SS-COUNT
                           MOVE ST-RUN-DATE TO SS-RUN-DATE
                           MOVE WS-SUSPENSE-LINE TO RPT-LINE
                       ELSE
                           MOVE SPACES TO RPT-LINE
                           STRING "SUSPENSE TOTAL NOT CURRENT - "
                               DELIMITED BY SIZE
                               "LAST RUN " DELIMITED BY SIZE
                               ST-RUN-DATE DELIMITED BY SIZE
                               INTO RPT-LINE
                           END-STRING
                       END-IF
               END-READ
               CLOSE SUSPENSE-TOTAL-FILE
           ELSE
               MOVE "NO SUSPENSE TOTAL ON FILE" TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       ROLL-SNAPSHOT-FORWARD.
           OPEN OUTPUT PRIOR-SNAPSHOT
           IF WS-PRIORTOT-STATUS NOT = "00" THEN
