      ******************************************************************
      *
      * Shared all-products eligibility parameter record
      * =================================================
      *
      * The ELIG-PARAMS group eligquot is CALLed with: the
      * borrower's principal, term, base rate and risk-pricing
      * inputs going in, and one line per PRODPARM product coming
      * back - eligible or not with the reason, and for an eligible
      * product the rate it prices at, the payment, total interest
      * and APR.  Eligible products come first, ranked by payment;
      * the rest follow in product-code order.  The prodquote RPC
      * and the prodinq desk screen both COPY this record so the
      * portal and the desk get the same answer.
      *
      ******************************************************************
       01 ELIG-PARAMS.
           05 ELIG-INPUT.
               10 ELIG-PRIN-AMT     PIC S9(7)      USAGE IS DISPLAY.
               10 ELIG-INT-RATE     PIC S9(2)V9(2) USAGE IS DISPLAY.
               10 ELIG-TERM-YEARS   PIC S9(2)      USAGE IS DISPLAY.
      * M, B or Q as loancalc takes it; space is monthly.
               10 ELIG-PAY-FREQ     PIC X(01)      USAGE IS DISPLAY.
               10 ELIG-IO-MONTHS    PIC 9(03)      USAGE IS DISPLAY.
               10 ELIG-PREPAID      PIC S9(7)V9(2) USAGE IS DISPLAY.
               10 ELIG-LTV          PIC 9(03)V9(02) USAGE IS DISPLAY.
               10 ELIG-SCORE        PIC 9(03)      USAGE IS DISPLAY.
               10 ELIG-PURPOSE      PIC X(01)      USAGE IS DISPLAY.
               10 ELIG-OCCUPANCY    PIC X(01)      USAGE IS DISPLAY.
      * The caller's own name for the loancalc journal.
               10 ELIG-SOURCE       PIC X(10)      USAGE IS DISPLAY.
           05 ELIG-OUTPUT.
               10 ELIG-ERROR-MSG    PIC X(20).
               10 ELIG-COUNT        PIC 9(02)      USAGE IS DISPLAY.
               10 ELIG-ELIGIBLE-COUNT PIC 9(02)    USAGE IS DISPLAY.
      * "Y" when PRODPARM holds more products than the table.
               10 ELIG-MORE         PIC X(01).
               10 ELIG-ENTRY OCCURS 20 TIMES.
                   15 ELIG-PROD-CODE    PIC X(03).
                   15 ELIG-PROD-DESC    PIC X(20).
                   15 ELIG-STATUS       PIC X(01).
                       88 ELIG-IS-ELIGIBLE   VALUE "Y".
                   15 ELIG-REASON       PIC X(20).
                   15 ELIG-RANK         PIC 9(02).
                   15 ELIG-RATE         PIC S9(2)V9(2).
                   15 ELIG-PAYMENT      PIC S9(7)V9(2).
                   15 ELIG-TOTAL-INTEREST PIC S9(9)V9(2).
                   15 ELIG-APR          PIC S9(2)V9(4).
