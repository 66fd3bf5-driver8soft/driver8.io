      ******************************************************************
      *
      * Shared escrow-interest journal record
      * ======================================
      *
      * One line per month's interest credited to an account's
      * ESCROWSL escrow balance on the "escintj" journal: the date
      * credited, the property state and annual rate it was paid
      * at, and the amount.  Written by the monthly escint run; the
      * year-end int1099 run totals it by account for the 1099-INT.
      *
      ******************************************************************
       01 ESCINT-JOURNAL-REC.
           05 EIJ-ACCT           PIC X(10).
           05 FILLER             PIC X(01).
           05 EIJ-DATE           PIC 9(08).
           05 FILLER             PIC X(01).
           05 EIJ-STATE          PIC X(02).
           05 FILLER             PIC X(01).
           05 EIJ-RATE           PIC 9(02)V9(03).
           05 FILLER             PIC X(01).
           05 EIJ-AMOUNT         PIC 9(07)V9(02).
