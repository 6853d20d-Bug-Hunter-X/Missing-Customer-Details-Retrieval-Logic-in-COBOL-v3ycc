      ******************************************************************
      * STRCREC.cpy
      * Record layout for the STRUCTURING-CASE indexed (KSDS) file -
      * one case per run of cash items just under the currency
      * reporting threshold that CTRSCAN's rolling scan flagged for
      * a customer.  Keyed on customer ID + case number.
      *
      * SC-FIRST-ITEM-DATE through SC-LAST-ITEM-DATE is the activity
      * the case covers.  CTRSCAN counts only items posted after
      * the latest SC-LAST-ITEM-DATE on any of the customer's cases,
      * so activity already under a case is never flagged again.
      * New activity for a customer whose case is still open or
      * under review extends that case (and reopens it); once a
      * case is filed or cleared, new activity opens a new case.
      * Compliance works the cases through CTRCASE, which stamps
      * the operator and date of each status change.
      ******************************************************************
       01  STRUCTURING-CASE-RECORD.
           05  SC-KEY.
               10  SC-CUSTOMER-ID      PIC 9(5).
               10  SC-CASE-NUMBER      PIC 9(3).
           05  SC-STATUS               PIC X(1).
               88  SC-OPEN                          VALUE 'O'.
               88  SC-REVIEWED                      VALUE 'V'.
               88  SC-FILED                         VALUE 'F'.
               88  SC-CLEARED                       VALUE 'C'.
               88  SC-IN-PROGRESS                   VALUE 'O' 'V'.
           05  SC-OPENED-DATE          PIC 9(8).
           05  SC-UPDATED-DATE         PIC 9(8).
           05  SC-FIRST-ITEM-DATE      PIC 9(8).
           05  SC-LAST-ITEM-DATE       PIC 9(8).
           05  SC-ITEM-COUNT           PIC 9(5).
           05  SC-ITEM-AMOUNT          PIC 9(9)V99.
           05  SC-ACTION-DATE          PIC 9(8).
           05  SC-ACTION-OPERATOR      PIC X(8).
           05  SC-NOTE                 PIC X(40).
