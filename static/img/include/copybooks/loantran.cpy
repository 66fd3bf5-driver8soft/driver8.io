      ******************************************************************
      *
      * Shared loan maintenance transaction record
      * ===========================================
      *
      * One loanmaint transaction on the "trans" file: the code, the
      * full loan record as it should stand, and the date the change
      * takes effect.  Keyed by the back office, or staged by pgmaint
      * from the web admin screen's maintenance_request rows; pgmaint
      * fills the fields a request leaves alone from the master, so
      * a change always carries the whole record.  A parked
      * transaction rides on "pendtran" as this same image.  The
      * operator is the user who asked for the change and goes to
      * the maintenance journal with it; a keyed transaction leaves
      * it blank and is journaled under loanmaint's own name.
      *
      ******************************************************************
       01 TRANS-REC.
           05 TRAN-CODE          PIC X(01).
           05 TRAN-LOAN-RECORD.
               10 TRAN-ACCT-NO      PIC X(10).
               10 TRAN-CUST-NAME    PIC X(30).
               10 TRAN-CUST-ADDR    PIC X(40).
               10 TRAN-ORIG-PRIN    PIC 9(07)V9(02).
               10 TRAN-INT-RATE     PIC 9(02)V9(02).
               10 TRAN-TERM-YEARS   PIC 9(02).
               10 TRAN-ORIG-DATE    PIC 9(08).
               10 TRAN-STATUS       PIC X(01).
               10 TRAN-INVESTOR-CODE PIC X(03).
               10 TRAN-PRODUCT-CODE PIC X(03).
               10 TRAN-ARM-RESET-MONTHS PIC 9(03).
               10 TRAN-ARM-RATE-ADJ PIC 9(02)V9(02).
               10 TRAN-ARM-RATE-CAP PIC 9(02)V9(02).
               10 TRAN-IO-MONTHS    PIC 9(03).
               10 TRAN-ACCT-TYPE    PIC X(01).
               10 TRAN-CREDIT-LIMIT PIC 9(07)V9(02).
               10 TRAN-RATE-INDEX   PIC X(08).
               10 TRAN-INDEX-MARGIN PIC 9(02)V9(02).
               10 TRAN-BALLOON-TERM PIC 9(02).
               10 TRAN-DRAW-END-DATE PIC 9(08).
               10 TRAN-REPAY-TERM   PIC 9(02).
      * Zero (or any date at or before the run date) applies
      * tonight; a future date parks the transaction until due.
           05 TRAN-EFF-DATE      PIC 9(08).
      * The requesting user; blank on a keyed transaction.
           05 TRAN-OPERATOR      PIC X(08).
      * Servicing company the loan belongs to, as for
      * LOAN-COMPANY-CODE; blank is the house company.
           05 TRAN-COMPANY-CODE  PIC X(03).
