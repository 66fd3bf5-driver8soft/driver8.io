      ******************************************************************
      *
      * Shared borrower event record
      * =============================
      *
      * One line per borrower-facing event, appended to the "bevtq"
      * queue by the program where the event happens, for bevtpk to
      * publish on the "borrower-alerts" topic: PAYDUE from payhroll
      * for each expected payment it adds (the event date is the
      * due date, and bevtpk holds the event until it falls due
      * within the reminder lead), ACHRET from achretrn for each
      * returned draft (the detail is the R-series reason), ESCCHG
      * from escanal when an account's monthly escrow moves (the
      * amount is the new monthly figure), and HAZEXP from hazscan
      * for a hazard policy about to expire (the event date is the
      * expiry).  Payments received bevtpk takes straight off the
      * "postreg" register.
      *
      ******************************************************************
       01 BORROWER-EVENT-REC.
           05 BEV-EVENT        PIC X(08).
               88 BEV-PAY-DUE       VALUE "PAYDUE".
               88 BEV-PAY-RECEIVED  VALUE "PAYRCVD".
               88 BEV-ACH-RETURNED  VALUE "ACHRET".
               88 BEV-ESCROW-CHANGE VALUE "ESCCHG".
               88 BEV-HAZ-EXPIRING  VALUE "HAZEXP".
           05 FILLER           PIC X(01).
           05 BEV-ACCT         PIC X(10).
           05 FILLER           PIC X(01).
           05 BEV-EVENT-DATE   PIC 9(08).
           05 FILLER           PIC X(01).
           05 BEV-AMOUNT       PIC 9(07)V9(02).
           05 FILLER           PIC X(01).
           05 BEV-DETAIL       PIC X(08).
           05 FILLER           PIC X(01).
           05 BEV-QUEUED-DATE  PIC 9(08).
