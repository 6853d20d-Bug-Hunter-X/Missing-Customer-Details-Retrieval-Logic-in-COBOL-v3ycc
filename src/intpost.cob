           MOVE "INTPOST" TO TH-SOURCE
           MOVE 0 TO TH-BRANCH
           MOVE 0 TO TH-REFERENCE
           MOVE SPACE TO TH-REVERSAL-FLAG
           MOVE 0 TO TH-LINK-POST-DATE
           MOVE 0 TO TH-LINK-SEQUENCE
           MOVE 0 TO TH-CONTRA-SEQUENCE
           MOVE 'N' TO TH-CASH-IND

      *    The sequence counts up from the run's start-time seed;
      *    on a duplicate key (another run already posted this
