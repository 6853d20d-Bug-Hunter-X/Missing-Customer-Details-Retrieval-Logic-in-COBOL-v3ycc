      ******************************************************************
      * RELREC.cpy
      * Record layout for the RELATE indexed (KSDS) file - the other
      * parties to one account of a customer: joint owners,
      * authorized signers, trustees, and beneficiaries.  The
      * account itself stays on the owning customer's CUSTOMER-MASTER
      * record; a link names that customer + account type and the
      * customer ID of the related party, who must be on
      * CUSTOMER-MASTER too.  Keyed on owner + account type + related
      * customer, so every party to an account reads together; the
      * alternate key on the related customer finds every account a
      * customer is party to without owning it.
      *
      * A link is active ('A') from the day RELMNT adds it until it
      * is ended through RELMNT ('E').  Links are never deleted; a
      * party re-added to the same account reactivates the old link
      * with the new start date.  CUSTINQ shows the parties to each
      * account and the accounts a customer is party to, CUSTSTMT
      * names the joint owners on the statement, and ESCHPROC sends
      * its due-diligence notice to every joint owner as well as the
      * customer.
      ******************************************************************
       01  RELATIONSHIP-RECORD.
           05  RP-KEY.
               10  RP-CUSTOMER-ID      PIC 9(5).
               10  RP-ACCOUNT-TYPE     PIC X(2).
               10  RP-RELATED-ID       PIC 9(5).
           05  RP-ROLE-CODE            PIC X(2).
               88  RP-JOINT-OWNER                   VALUE 'JO'.
               88  RP-AUTH-SIGNER                   VALUE 'AS'.
               88  RP-TRUSTEE                       VALUE 'TR'.
               88  RP-BENEFICIARY                   VALUE 'BN'.
               88  RP-ROLE-VALID
                                   VALUE 'JO' 'AS' 'TR' 'BN'.
           05  RP-STATUS               PIC X(1).
               88  RP-ACTIVE                        VALUE 'A'.
               88  RP-ENDED                         VALUE 'E'.
           05  RP-START-DATE           PIC 9(8).
           05  RP-ADDED-BY             PIC X(8).
           05  RP-END-DATE             PIC 9(8).
           05  RP-ENDED-BY             PIC X(8).
