      ******************************************************************
      * SUSPREC.cpy
      * Record layout for the SUSPENSE indexed (KSDS) file holding
      * every transaction TRNPOST could not post, so rejected money
      * stays on the books until it is repaired or written off.
      * Keyed on reject date + sequence number; TRNPOST seeds the
      * sequence from its start time (HHMMSS0) and bumps past any
      * duplicate key, the same way it numbers TRANSACTION-HISTORY.
      *
      * SU-TRAN-IMAGE is the full TRNREC record as rejected, sized
      * with headroom over the current TRANSACTION-RECORD length so
      * the suspense file survives record-layout growth; unused
      * trailing bytes are spaces.  SU-AMOUNT, SU-BRANCH, SU-TELLER,
      * and SU-REFERENCE repeat the image's fields so listings and
      * totals need not unpack it.
      *
      * An item is opened ('O') by TRNPOST, corrected ('C') or
      * written off ('W') through the SUSPMNT screen, and marked
      * re-entered ('E') by SUSPREL when a corrected item is fed
      * back into the next night's DAILY-TRANSACTIONS.  Open and
      * corrected items are unposted money; SUSPRPT ages them and
      * writes the suspense total EODPROOF shows.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SU-KEY.
               10  SU-REJECT-DATE      PIC 9(8).
               10  SU-SEQUENCE         PIC 9(7).
           05  SU-STATUS               PIC X(1).
               88  SU-OPEN                          VALUE 'O'.
               88  SU-CORRECTED                     VALUE 'C'.
               88  SU-WRITTEN-OFF                   VALUE 'W'.
               88  SU-RE-ENTERED                    VALUE 'E'.
               88  SU-UNPOSTED                      VALUE 'O' 'C'.
           05  SU-REASON               PIC X(25).
           05  SU-AMOUNT               PIC 9(7)V99.
           05  SU-BRANCH               PIC 9(3).
           05  SU-TELLER               PIC 9(4).
           05  SU-REFERENCE            PIC 9(6).
           05  SU-ACTION-DATE          PIC 9(8).
           05  SU-ACTION-OPERATOR      PIC X(8).
           05  SU-REENTRY-DATE         PIC 9(8).
           05  SU-TRAN-IMAGE           PIC X(80).
