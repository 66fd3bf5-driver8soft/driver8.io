               05 ENROLL-ACH-FLAG    PIC X(01).
               05 ENROLL-ABA         PIC 9(09).
               05 ENROLL-BANK-ACCT   PIC X(17).
               05 ENROLL-ACCT-TYPE   PIC X(01).
               05 ENROLL-PRENOTE-STATUS PIC X(01).
               05 ENROLL-PRENOTE-DATE PIC 9(08).

      * Mirrors escrowsl's own FD ESCROW-LEDGER layout field for
      * field.
