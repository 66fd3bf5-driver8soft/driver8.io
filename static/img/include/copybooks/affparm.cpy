      ******************************************************************
      *
      * Shared affordability parameter record
      * ======================================
      *
      * The AFF-PARAMS group afford is CALLed with: the borrower's
      * gross monthly income and existing monthly debts, the target
      * debt-to-income ratio, the rate and term, and the estimated
      * monthly escrow and PMI going in; the largest principal that
      * qualifies coming back, with its principal-and-interest
      * payment, the full qualifying payment, the ratio it reaches
      * and the constraint that stopped it from going higher.  The
      * affquote RPC and quotekrr's Kafka path both use it.
      *
      ******************************************************************
       01 AFF-PARAMS.
           05 AFF-INPUT.
               10 AFF-GROSS-INCOME  PIC S9(7)V9(2) USAGE IS DISPLAY.
               10 AFF-MONTHLY-DEBTS PIC S9(7)V9(2) USAGE IS DISPLAY.
      * Back-end ratio in percent: housing payment plus the debts
      * above, over the gross income.
               10 AFF-TARGET-DTI    PIC 9(02)V9(02) USAGE IS DISPLAY.
               10 AFF-INT-RATE      PIC S9(2)V9(2) USAGE IS DISPLAY.
               10 AFF-TERM-YEARS    PIC S9(2)      USAGE IS DISPLAY.
               10 AFF-ESCROW        PIC S9(5)V9(2) USAGE IS DISPLAY.
               10 AFF-PMI           PIC S9(5)V9(2) USAGE IS DISPLAY.
      * The caller's own name for the loancalc journal.
               10 AFF-SOURCE        PIC X(10)      USAGE IS DISPLAY.
           05 AFF-OUTPUT.
               10 AFF-ERROR-MSG     PIC X(20).
               10 AFF-MAX-PRINCIPAL PIC S9(7)      USAGE IS DISPLAY.
      * Principal and interest alone, as loancalc quotes it.
               10 AFF-PAYMENT       PIC S9(7)V9(2) USAGE IS DISPLAY.
      * Principal and interest plus escrow and PMI.
               10 AFF-QUALIFY-PAYMENT PIC S9(7)V9(2)
                   USAGE IS DISPLAY.
               10 AFF-DTI-ACHIEVED  PIC 9(03)V9(02) USAGE IS DISPLAY.
               10 AFF-BINDING       PIC X(12).
                   88 AFF-BOUND-BY-DTI      VALUE "DTI".
                   88 AFF-BOUND-BY-MAX-PRIN VALUE "MAX PRIN".
                   88 AFF-BOUND-BY-MIN-PRIN VALUE "MIN PRIN".
                   88 AFF-BOUND-BY-RATE     VALUE "RATE LIMIT".
                   88 AFF-BOUND-BY-TERM     VALUE "TERM LIMIT".
