      * BRANCH-TRANSACTIONS file: a header record carrying the branch
      * number and batch date, the TRNREC detail records, and a
      * trailer carrying the record count and hash total of
      * TR-AMOUNT.  A detail record carries the branch-keyed part of
      * the TRNREC image followed, for a reversal, by the history
      * key of the item being reversed, and then the cash
      * indicator.  TRNEDIT proves every batch
      * against its trailer, refuses a batch already accepted for
      * the same branch and batch date (the BATCH-REGISTER file
      * carries every accepted batch across runs, so a double-sent
      * file is caught whichever night it arrives), and rejects an
      * unproven batch whole - nothing from it reaches posting.
      * Proven transactions are written, stamped with their batch's
      * branch number, to the clean DAILY-TRANSACTIONS file TRNPOST
      * posts from, and a per-branch balancing report line is
      * written for every batch so an out-of-balance night can be
      * tied back to the branch that shorted or double-sent its
      * file.
      *
      * Ends with RETURN-CODE 4 when any batch was rejected so the
      * desk chases the branch before the posting summary is tied.
               88  BT-HEADER                        VALUE 'H'.
               88  BT-DETAIL                        VALUE 'D'.
               88  BT-TRAILER                       VALUE 'T'.
           05  BT-REST                 PIC X(79).
           05  BT-HEADER-FIELDS REDEFINES BT-REST.
               10  BT-BRANCH           PIC 9(3).
               10  BT-BATCH-DATE       PIC 9(8).
               10  FILLER              PIC X(68).
           05  BT-DETAIL-FIELDS REDEFINES BT-REST.
               10  BT-TRAN-IMAGE       PIC X(40).
               10  BT-ORIGINAL-KEY     PIC X(20).
               10  BT-CASH-IND         PIC X(1).
               10  FILLER              PIC X(18).
           05  BT-TRAILER-FIELDS REDEFINES BT-REST.
               10  BT-RECORD-COUNT     PIC 9(5).
               10  BT-HASH-TOTAL       PIC 9(11)V99.
               10  FILLER              PIC X(61).

       FD  CLEAN-TRANSACTIONS.
           COPY TRNREC.
       01  WS-BATCH-MAX                    PIC 9(3)    VALUE 500.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 500 TIMES
                                           PIC X(80).

       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-RUN-DATE                     PIC 9(8)    VALUE 0.
               IF WS-EDIT-COUNT > WS-BATCH-MAX
                   MOVE 'Y' TO WS-BATCH-POISON-SW
               ELSE
                   MOVE BT-TRAN-IMAGE TO TRANSACTION-RECORD
                   MOVE BT-ORIGINAL-KEY TO TR-ORIGINAL-KEY
                   MOVE BT-CASH-IND TO TR-CASH-IND
                   MOVE TRANSACTION-RECORD
                       TO WS-BATCH-ENTRY (WS-EDIT-COUNT)
      *            A non-numeric amount adds nothing to the edit
      *            hash, so the batch fails its trailer proof and is
      *            refused whole rather than half-posted.
                   IF TR-AMOUNT IS NUMERIC
                       ADD TR-AMOUNT TO WS-EDIT-HASH
                   END-IF
