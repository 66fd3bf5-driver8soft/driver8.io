      * caused, are gone.  Every program that touches the file
      * COPYs this record, so a field added here reaches them all,
      * the same way loanrec.cpy works for the loan master.
      * PAYHIST-ITEM-TYPE tells a repayment-plan installment from
      * the regular payment: the due day no longer can, since an
      * account's regular payment falls due on whatever day the
      * borrower has chosen (LOAN-DUE-DAY).
      *
      ******************************************************************
       01 PAYHIST-REC.
           05 PAYHIST-AMOUNT     PIC 9(07)V9(02).
           05 FILLER             PIC X(01).
           05 PAYHIST-PAID-AMT   PIC 9(07)V9(02).
           05 FILLER             PIC X(01).
           05 PAYHIST-ITEM-TYPE  PIC X(01).
               88 PAYHIST-REGULAR-ITEM VALUE "R", SPACE.
               88 PAYHIST-PLAN-ITEM    VALUE "P".
