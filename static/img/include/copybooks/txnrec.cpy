      ******************************************************************
      *
      * Shared loan transaction ledger record
      * ======================================
      *
      * One record per money movement on a loan, on the indexed
      * LOANTXN file keyed by account, posting date, and a sequence
      * number that keeps several movements on the same day apart.
      * Each entry carries the installment it applied to (zero for
      * money that applied to no installment - a curtailment, a fee
      * payment, a payoff), the total moved and its split into
      * principal, interest, escrow, and fees, and the actual
      * principal balance left on LOANMSTR once it posted.  Amounts
      * are signed from the borrower's side: a payment is positive,
      * a reversal of one negative, and principal added to the loan
      * (arrears capitalized by a modification) is negative
      * principal.  cashpost, suspwork, payrevrs, loanmod,
      * payoffpr, and helocvt write it as they move
      * LOAN-ACTUAL-BALANCE, and xfrin as it boards a loan bought
      * from another servicer, so the balance on the books can
      * always be proven from its entries.
      *
      ******************************************************************
       01 TXN-REC.
           05 TXN-KEY.
               10 TXN-ACC            PIC X(10).
               10 FILLER             PIC X(01).
               10 TXN-DATE           PIC 9(08).
               10 FILLER             PIC X(01).
               10 TXN-SEQ            PIC 9(04).
           05 FILLER             PIC X(01).
      * OPENING (ledgconv's opening balance for a converted loan,
      * or xfrin's for a transferred-in one),
      * PAYMENT, PARTIAL, FEEPAID, CURTAIL, REVERSED, MODIFIED,
      * PAYOFF, CORPPAID, CORPREVD (payrevrs taking back the
      * corporate advances a returned receipt paid; the due date
      * carries that receipt's date), CONVERT (helocvt's drawn
      * balance taken onto a home-equity line's repayment
      * schedule).
           05 TXN-TYPE           PIC X(08).
           05 FILLER             PIC X(01).
           05 TXN-DUE-DATE       PIC 9(08).
           05 FILLER             PIC X(01).
           05 TXN-AMOUNT         PIC S9(07)V9(02).
           05 FILLER             PIC X(01).
           05 TXN-PRINCIPAL      PIC S9(07)V9(02).
           05 FILLER             PIC X(01).
           05 TXN-INTEREST       PIC S9(07)V9(02).
           05 FILLER             PIC X(01).
           05 TXN-ESCROW         PIC S9(07)V9(02).
           05 FILLER             PIC X(01).
           05 TXN-FEES           PIC S9(07)V9(02).
           05 FILLER             PIC X(01).
           05 TXN-BALANCE        PIC S9(07)V9(02).
           05 FILLER             PIC X(01).
           05 TXN-SOURCE         PIC X(08).
