      ******************************************************************
      *
      * Shared servicing-transfer extract record
      * =========================================
      *
      * The file a servicing transfer moves loans on, in either
      * direction: xfrproc writes it for loans we send out on
      * "xfrout", and xfrin boards a prior servicer's file in the
      * same shape on "xfrin".  The record type in column one tells
      * the views apart.  "M" carries one account's master terms,
      * its borrower, the principal actually owed with the date it
      * is paid through, the day the installment falls due, and the
      * escrow balance; "P" one open payhist item of an account
      * already sent on an "M"; "T", last on the file, the sender's
      * control totals - loans, principal owed, escrow, and open
      * items - that the receiver balances the file to before
      * boarding any of it.
      *
      ******************************************************************
       01 XFROUT-MASTER.
           05 XFO-TYPE           PIC X(01).
               88 XFO-IS-MASTER       VALUE "M".
               88 XFO-IS-ITEM         VALUE "P".
               88 XFO-IS-TRAILER      VALUE "T".
           05 XFO-ACC            PIC X(10).
           05 FILLER             PIC X(01).
           05 XFO-NEW-INVESTOR   PIC X(03).
           05 FILLER             PIC X(01).
           05 XFO-ORIG-PRIN      PIC 9(07)V9(02).
           05 FILLER             PIC X(01).
           05 XFO-INT-RATE       PIC 9(02)V9(02).
           05 FILLER             PIC X(01).
           05 XFO-TERM-YEARS     PIC 9(02).
           05 FILLER             PIC X(01).
           05 XFO-ORIG-DATE      PIC 9(08).
           05 FILLER             PIC X(01).
           05 XFO-ESCROW-BAL     PIC S9(09)V9(02).
           05 FILLER             PIC X(01).
           05 XFO-CUST-NAME      PIC X(30).
           05 FILLER             PIC X(01).
           05 XFO-CUST-ADDR      PIC X(40).
           05 FILLER             PIC X(01).
           05 XFO-ACTUAL-BAL     PIC S9(07)V9(02).
           05 FILLER             PIC X(01).
           05 XFO-PAID-THRU-DATE PIC 9(08).
           05 FILLER             PIC X(01).
           05 XFO-DUE-DAY        PIC 9(02).
       01 XFROUT-ITEM.
           05 XFI-TYPE           PIC X(01).
           05 XFI-ACC            PIC X(10).
           05 FILLER             PIC X(01).
           05 XFI-DUE-DATE       PIC 9(08).
           05 FILLER             PIC X(01).
           05 XFI-AMOUNT         PIC 9(07)V9(02).
           05 FILLER             PIC X(01).
           05 XFI-PAID-AMT       PIC 9(07)V9(02).
           05 FILLER             PIC X(01).
           05 XFI-ITEM-TYPE      PIC X(01).
       01 XFROUT-TRAILER.
           05 XFT-TYPE           PIC X(01).
           05 XFT-LOAN-COUNT     PIC 9(07).
           05 FILLER             PIC X(01).
           05 XFT-PRIN-TOTAL     PIC S9(11)V9(02).
           05 FILLER             PIC X(01).
           05 XFT-ESCROW-TOTAL   PIC S9(11)V9(02).
           05 FILLER             PIC X(01).
           05 XFT-ITEM-COUNT     PIC 9(07).
