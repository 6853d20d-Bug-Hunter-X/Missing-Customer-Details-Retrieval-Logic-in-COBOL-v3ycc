      ******************************************************************
      * ADJREC.cpy
      * Record layout for the ADJUSTMENTS indexed (KSDS) file - one
      * record per balance correction keyed through ADJMNT.  Keyed
      * on customer ID + account type + sequence number, so an
      * account's adjustments read back in the order they were
      * keyed.
      *
      * A balance is never typed onto CUSTOMER-MASTER.  The maker
      * keys the correction as a pending adjustment ('P') with a
      * direction (credit adds to the balance, debit takes from
      * it), a reason code, and a memo; AJ-ENTERED-BY stamps the
      * maker's operator ID.  A second operator - never the maker
      * - approves ('A') or rejects ('R') it, stamped in
      * AJ-DECIDED-BY.  ADJPOST posts the approved adjustments in
      * the nightly stream and marks each posted ('D', with the
      * posting date and history sequence) or, when it could not
      * be posted, failed ('F', with the reason).  Records are never
      * deleted, so the file keeps the full record of who asked for
      * what, who allowed it, and when it reached the books.
      *
      * Reason codes: EC error correction, CV conversion or opening
      * balance brought over, FR fee refund, IA interest
      * adjustment, OT other (explain in the memo).
      ******************************************************************
       01  ADJUSTMENT-RECORD.
           05  AJ-KEY.
               10  AJ-CUSTOMER-ID      PIC 9(5).
               10  AJ-ACCOUNT-TYPE     PIC X(2).
               10  AJ-SEQUENCE         PIC 9(3).
           05  AJ-DIRECTION            PIC X(1).
               88  AJ-CREDIT                        VALUE 'C'.
               88  AJ-DEBIT                         VALUE 'D'.
               88  AJ-DIRECTION-VALID               VALUE 'C' 'D'.
           05  AJ-AMOUNT               PIC 9(7)V99.
           05  AJ-REASON-CODE          PIC X(2).
               88  AJ-REASON-VALID                  VALUE 'EC' 'CV'
                                                          'FR' 'IA'
                                                          'OT'.
           05  AJ-STATUS               PIC X(1).
               88  AJ-PENDING                       VALUE 'P'.
               88  AJ-APPROVED                      VALUE 'A'.
               88  AJ-REJECTED                      VALUE 'R'.
               88  AJ-POSTED                        VALUE 'D'.
               88  AJ-FAILED                        VALUE 'F'.
           05  AJ-ENTERED-BY           PIC X(8).
           05  AJ-ENTERED-DATE         PIC 9(8).
           05  AJ-DECIDED-BY           PIC X(8).
           05  AJ-DECIDED-DATE         PIC 9(8).
           05  AJ-POSTED-DATE          PIC 9(8).
           05  AJ-HIST-SEQUENCE        PIC 9(7).
           05  AJ-MEMO                 PIC X(30).
           05  AJ-FAIL-REASON          PIC X(30).
