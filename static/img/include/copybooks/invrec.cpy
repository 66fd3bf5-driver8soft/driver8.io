      * and a contact.  Maintained by invmain; invremit computes
      * each investor's fee from this record and prints the wire
      * instructions on their statement, falling back to the
      * compiled house rate only for an investor not on file.  The
      * remittance type says what the investor is owed each month:
      * actual/actual investors get what the borrowers paid, and
      * scheduled/scheduled investors get the scheduled principal
      * and interest whether the borrowers paid or not, the
      * servicer advancing the difference on the PIADVNC subledger.
      *
      ******************************************************************
       01 INV-RECORD.
           05 INV-WIRE-ABA       PIC 9(09).
           05 INV-WIRE-ACCT      PIC X(17).
           05 INV-CONTACT        PIC X(30).
           05 INV-REMIT-TYPE     PIC X(01).
               88 INV-RT-ACTUAL       VALUE "A", SPACE.
               88 INV-RT-SCHEDULED    VALUE "S".
               88 INV-RT-VALID        VALUE "A", "S", SPACE.
      * Servicing company (see comprec.cpy) the investor deals
      * with; only that company's loans may be sold to it and its
      * statement carries that company's name.  Blank serves every
      * company.
           05 INV-COMPANY-CODE   PIC X(03).
