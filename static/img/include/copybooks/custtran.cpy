      ******************************************************************
      *
      * Shared customer maintenance transaction record
      * ===============================================
      *
      * One custmain transaction: the code, the customer, and the
      * fields the code works with.  Keyed by the desk onto the
      * "custtran" file, and written by crmkc onto the "crmtran"
      * file as a "C" for each customer change the CRM publishes.
      * A CRM change carries the CRM's event id and only the fields
      * the event changed; custmain fills the rest from the master
      * before its edits run.  A desk transaction has no event id.
      *
      ******************************************************************
       01 TRANS-REC.
           05 CTRAN-CODE         PIC X(01).
           05 CTRAN-CUST-NO      PIC X(06).
           05 CTRAN-NAME         PIC X(30).
           05 CTRAN-ADDR         PIC X(40).
           05 CTRAN-ACCT-NO      PIC X(10).
      * Role on an "X" link; see XREF-ROLE.
           05 CTRAN-ROLE         PIC X(01).
               88 CTRAN-ROLE-VALID    VALUE "P", "C", "S", "G",
                                            "N", SPACE.
      * Delivery preference, email, and e-consent date on an "A"
      * or "C"; see CUST-DELIVERY-PREF.
           05 CTRAN-DELIVERY-PREF PIC X(01).
               88 CTRAN-DLV-VALID     VALUE "P", "E", "B", SPACE.
               88 CTRAN-DLV-ELECTRONIC VALUE "E", "B".
           05 CTRAN-EMAIL        PIC X(50).
           05 CTRAN-ECONSENT-DATE PIC 9(08).
      * Alert opt-ins on an "A" or "C"; see CUST-ALERT-OPTINS.
           05 CTRAN-ALERT-OPTINS.
               10 CTRAN-OPTIN         PIC X(01) OCCURS 5 TIMES.
                   88 CTRAN-OPTIN-VALID   VALUE "Y", "N", SPACE.
      * Relationship statement election on an "A" or "C"; see
      * CUST-REL-STMT.
           05 CTRAN-REL-STMT     PIC X(01).
               88 CTRAN-REL-VALID     VALUE "Y", "N", SPACE.
      * Phone number on an "A" or "C"; a "C" without one leaves the
      * number on file alone.
           05 CTRAN-PHONE        PIC X(15).
      * The CRM's event id on a change taken from the CRM.
           05 CTRAN-EVENT-ID     PIC X(36).
