      ******************************************************************
      *
      * Shared portal-payment pending record
      * =====================================
      *
      * One accepted MakePayment on the "portpend" queue: makepay
      * appends it the moment the borrower is given the
      * confirmation number, and portbtch moves it into that
      * night's portal lockbox batch once its credit date has
      * come.  The credit date is the business day the cut-off time
      * assigned; the received date and time are when the portal
      * actually took it.
      *
      ******************************************************************
       01 PORTAL-PEND-REC.
           05 PPND-CONFIRM-NO    PIC X(10).
           05 FILLER             PIC X(01).
           05 PPND-ACC           PIC X(10).
           05 FILLER             PIC X(01).
           05 PPND-CREDIT-DATE   PIC 9(08).
           05 FILLER             PIC X(01).
           05 PPND-AMOUNT        PIC 9(07)V9(02).
           05 FILLER             PIC X(01).
           05 PPND-METHOD        PIC X(01).
           05 FILLER             PIC X(01).
           05 PPND-RECV-DATE     PIC 9(08).
           05 FILLER             PIC X(01).
           05 PPND-RECV-TIME     PIC 9(08).
