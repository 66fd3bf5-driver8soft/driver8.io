      * customer number and the single copy of the name and mailing
      * address that used to be duplicated onto every one of the
      * customer's loans.  Maintained by custmain; the CUSTXREF
      * cross-reference ties each LOAN-ACCT-NO to the CUST-NOs on
      * it, each in a borrower role, so the statement,
      * correspondence, collections, bureau, tax, and inquiry
      * programs can all pick the address up here and one change
      * reaches every account.  An account with no cross-reference
      * entry falls back to the name and address still carried on
      * its own LOANMSTR record.  The delivery preference says how
      * the customer takes statements and notices - on paper,
      * electronically, or both.  Electronic delivery needs an
      * email address and the date the customer gave e-consent;
      * without both, documents go on paper whatever the preference
      * says.  The alert opt-ins say which borrower-alert events the
      * customer has asked to be sent by text or email, one "Y" per
      * event: payment due, payment received, draft returned, escrow
      * payment change, and hazard policy expiring.  The bad-address
      * flag, with the date and the post office's return reason,
      * marks an address mail has come back from; nothing is mailed
      * to it until custmain records a new one.  The relationship
      * statement election has stmtgen send the customer one
      * combined statement across every loan they are liable on in
      * place of a page per loan.  The phone number is kept as the
      * desk or the CRM's customer-change feed last gave it.
      *
      ******************************************************************
       01 CUST-RECORD.
           05 CUST-NO           PIC X(06).
           05 CUST-NAME         PIC X(30).
           05 CUST-ADDR         PIC X(40).
           05 CUST-DELIVERY-PREF PIC X(01).
               88 CUST-DLV-PAPER       VALUE "P", SPACE.
               88 CUST-DLV-ELECTRONIC  VALUE "E".
               88 CUST-DLV-BOTH        VALUE "B".
               88 CUST-DLV-VALID       VALUE "P", "E", "B", SPACE.
           05 CUST-EMAIL        PIC X(50).
           05 CUST-ECONSENT-DATE PIC 9(08).
           05 CUST-ALERT-OPTINS.
               10 CUST-OPTIN-PAY-DUE      PIC X(01).
               10 CUST-OPTIN-PAY-RECEIVED PIC X(01).
               10 CUST-OPTIN-ACH-RETURNED PIC X(01).
               10 CUST-OPTIN-ESCROW-CHANGE PIC X(01).
               10 CUST-OPTIN-HAZ-EXPIRING PIC X(01).
      * The same opt-ins by event number, in the order above.
           05 CUST-OPTIN-TABLE REDEFINES CUST-ALERT-OPTINS.
               10 CUST-OPTIN              PIC X(01) OCCURS 5 TIMES.
      * Set by rtnmail when the post office returns a piece as
      * undeliverable; cleared by custmain's next address change.
           05 CUST-BAD-ADDR-FLAG PIC X(01).
               88 CUST-ADDR-BAD        VALUE "Y".
           05 CUST-BAD-ADDR-DATE PIC 9(08).
           05 CUST-BAD-ADDR-REASON PIC X(10).
      * "Y" when the customer takes one relationship statement for
      * all their loans; see stmtgen.
           05 CUST-REL-STMT     PIC X(01).
               88 CUST-REL-STMT-ELECTED VALUE "Y".
      * The customer's phone number, as the desk or the CRM last
      * gave it.
           05 CUST-PHONE        PIC X(15).
