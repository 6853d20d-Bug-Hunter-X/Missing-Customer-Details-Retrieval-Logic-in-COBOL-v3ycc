      ******************************************************************
      * HOLDREC.cpy
      * Record layout for the HOLDS indexed (KSDS) file - partial
      * holds and liens placed against one account of a customer,
      * for a garnishment order, a legal levy, an uncollected check
      * deposit, or any other reason the desk must keep part of the
      * balance from being drawn.  Keyed on customer ID + account
      * type + hold sequence number, so every hold on an account
      * reads together; HOLDMNT places a new hold at the next
      * sequence number after the account's highest.
      *
      * A hold is active ('A') from the day it is placed until it is
      * released through HOLDMNT ('R') or reaches its expiry date -
      * HO-EXPIRY-DATE is the last day the hold applies, zero for a
      * hold that stands until released - after which the nightly
      * HOLDEXP run marks it expired ('X').  The available balance
      * of an account is its CM-ACCOUNT-BALANCE less the amounts of
      * its active holds; TRNPOST refuses a withdrawal or transfer
      * out that exceeds it, and CUSTINQ and HISTINQ show it next to
      * the ledger balance.
      ******************************************************************
       01  HOLD-RECORD.
           05  HO-KEY.
               10  HO-CUSTOMER-ID      PIC 9(5).
               10  HO-ACCOUNT-TYPE     PIC X(2).
               10  HO-SEQUENCE         PIC 9(3).
           05  HO-AMOUNT               PIC 9(7)V99.
           05  HO-REASON-CODE          PIC X(2).
               88  HO-GARNISHMENT                   VALUE 'GA'.
               88  HO-LEGAL-LEVY                    VALUE 'LV'.
               88  HO-UNCOLLECTED                   VALUE 'UC'.
               88  HO-OTHER-REASON                  VALUE 'OT'.
               88  HO-REASON-VALID
                                   VALUE 'GA' 'LV' 'UC' 'OT'.
           05  HO-PLACED-DATE          PIC 9(8).
           05  HO-EXPIRY-DATE          PIC 9(8).
           05  HO-PLACED-BY            PIC X(8).
           05  HO-STATUS               PIC X(1).
               88  HO-ACTIVE                        VALUE 'A'.
               88  HO-RELEASED                      VALUE 'R'.
               88  HO-EXPIRED                       VALUE 'X'.
           05  HO-RELEASED-DATE        PIC 9(8).
           05  HO-RELEASED-BY          PIC X(8).
           05  HO-MEMO                 PIC X(30).
