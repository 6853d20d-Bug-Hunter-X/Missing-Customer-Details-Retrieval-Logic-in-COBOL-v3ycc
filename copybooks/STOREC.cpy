      ******************************************************************
      * STOREC.cpy
      * Record layout for the STANDING-ORDER indexed (KSDS) file -
      * recurring transfers between two accounts of the same
      * customer, set up through SOMNT.  Keyed on customer ID +
      * order number; SOMNT gives a new order the next number after
      * the customer's highest.
      *
      * SO-FREQUENCY says when the order falls due:
      *   W - weekly, on the weekday of SO-START-DATE
      *   M - monthly, on the day of the month of SO-START-DATE
      *   D - monthly, on the specific day of the month in
      *       SO-RUN-DAY
      * A monthly day past the end of a short month falls due on
      * the month's last day.  The order runs from SO-START-DATE
      * through SO-END-DATE (zero for no end date) while its status
      * is active.
      *
      * SOGEN stamps SO-LAST-GEN-DATE when it writes the order's
      * transfer to DAILY-TRANSACTIONS (or reports why it could
      * not), so no occurrence is generated twice; TRNPOST stamps
      * SO-LAST-EXEC-DATE only when that transfer actually posts.
      * SOGEN marks an order ended ('E') once the business date
      * passes its end date.
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  SO-KEY.
               10  SO-CUSTOMER-ID      PIC 9(5).
               10  SO-ORDER-NUMBER     PIC 9(3).
           05  SO-FROM-ACCOUNT-TYPE    PIC X(2).
           05  SO-TO-ACCOUNT-TYPE      PIC X(2).
           05  SO-AMOUNT               PIC 9(7)V99.
           05  SO-FREQUENCY            PIC X(1).
               88  SO-WEEKLY                        VALUE 'W'.
               88  SO-MONTHLY                       VALUE 'M'.
               88  SO-SPECIFIC-DAY                  VALUE 'D'.
               88  SO-FREQUENCY-VALID               VALUE 'W' 'M' 'D'.
           05  SO-RUN-DAY              PIC 9(2).
           05  SO-START-DATE           PIC 9(8).
           05  SO-END-DATE             PIC 9(8).
           05  SO-STATUS               PIC X(1).
               88  SO-ACTIVE                        VALUE 'A'.
               88  SO-SUSPENDED                     VALUE 'S'.
               88  SO-CANCELLED                     VALUE 'C'.
               88  SO-ENDED                         VALUE 'E'.
           05  SO-LAST-GEN-DATE        PIC 9(8).
           05  SO-LAST-EXEC-DATE       PIC 9(8).
           05  SO-ENTERED-BY           PIC X(8).
           05  SO-ENTERED-DATE         PIC 9(8).
           05  SO-MEMO                 PIC X(30).
