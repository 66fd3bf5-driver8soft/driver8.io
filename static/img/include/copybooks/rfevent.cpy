      ******************************************************************
      *
      * Shared red-flags activity event record
      * =======================================
      *
      * One line per servicing event the identity-theft red-flags
      * scan correlates, appended to the "rfevent" journal by the
      * program where the event happens: ADDRCHG from custmain when
      * a customer's mailing address changes (the customer number
      * is carried and rfscan spreads it to every linked account),
      * BANKCHG from enrmaint when the ACH debit bank account is set
      * up or changed, and PAYQUOTE from acctinq when a payoff is
      * quoted at the desk.  rfscan picks up address changes made
      * straight on the loan master from the "mjournal" maintenance
      * journal and payoff notices from "pifnotic" on its own.
      *
      ******************************************************************
       01 RF-EVENT-REC.
           05 RFE-DATE         PIC 9(08).
           05 FILLER           PIC X(01).
           05 RFE-EVENT        PIC X(08).
           05 FILLER           PIC X(01).
           05 RFE-ACCT         PIC X(10).
           05 FILLER           PIC X(01).
           05 RFE-CUST-NO      PIC X(06).
           05 FILLER           PIC X(01).
           05 RFE-SOURCE       PIC X(08).
