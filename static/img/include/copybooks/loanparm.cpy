      * the same way loanrec.cpy works for the loan master.
      * COMMAREA-VERSION 3 added the odd-days closing fields, 4
      * the lending-policy override code, 5 the interest-only
      * opening term, 6 the rate-lock id, and 7 the risk-based
      * pricing inputs and the itemized adjustments returned; a
      * caller moving an older number predates those fields.
      *
      ******************************************************************
       01 LOAN-PARAMS.
      * prices the quote at its locked rate, an expired or unknown
      * one quotes fresh.  Spaces means no lock presented.
               10 QUOTE-LOCK-ID PIC X(12)      USAGE IS DISPLAY.
      * Risk-based pricing: the PRODPARM product whose PRICEADJ
      * matrix prices the quote, and the borrower's LTV percent,
      * credit score, loan purpose (P/R/C) and occupancy (O/S/I).
      * INT-RATE is then the base rate and comes back adjusted.
      * Spaces in PRICE-PRODUCT prices at INT-RATE as presented.
               10 PRICE-PRODUCT PIC X(03)      USAGE IS DISPLAY.
               10 PRICE-LTV     PIC 9(03)V9(02) USAGE IS DISPLAY.
               10 PRICE-SCORE   PIC 9(03)      USAGE IS DISPLAY.
               10 PRICE-PURPOSE PIC X(01)      USAGE IS DISPLAY.
               10 PRICE-OCCUPANCY PIC X(01)    USAGE IS DISPLAY.
           05 OUTPUT-MSG.
               10 PAYMENT          PIC S9(7)V9(2) USAGE IS DISPLAY.
               10 ERROR-MSG        PIC X(20).
      * when no IO term was quoted.
               10 IO-PAYMENT       PIC S9(7)V9(2)
                   USAGE IS DISPLAY.
      * The base rate presented, the adjusted rate the quote was
      * priced at, and each adjustment applied: the factor (L, S,
      * P or O) and the rate points it added.
               10 PRICE-BASE-RATE  PIC S9(2)V9(2)
                   USAGE IS DISPLAY.
               10 PRICE-ADJUSTED-RATE PIC S9(2)V9(2)
                   USAGE IS DISPLAY.
               10 PRICE-ADJ-COUNT  PIC 9(01)      USAGE IS DISPLAY.
               10 PRICE-ADJ-ENTRY OCCURS 4 TIMES.
                   15 PRICE-ADJ-FACTOR PIC X(01).
                   15 PRICE-ADJ-RATE   PIC S9(1)V9(2).
           05 SCHED-TABLE.
               10 SCHED-COUNT   PIC 9(03)      USAGE IS DISPLAY.
               10 SCHED-ENTRY OCCURS 360 TIMES.
