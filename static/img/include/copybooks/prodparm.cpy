      * the pricing and fee terms that used to be compiled into the
      * batch programs (bcuota's PMI and escrow rates) or that
      * existed nowhere at all (grace days, late-charge terms,
      * allowed payment frequencies, the order a payment is applied
      * across its buckets).  Maintained by prodmain;
      * changing a rate is a file maintenance transaction, not a
      * recompile.  The "STD" product is the default terms for
      * loans carrying no product code of their own.  A product
      * may belong to one servicing company or be shared by all.
      *
      ******************************************************************
       01 PROD-PARAM-REC.
      * and for at most how many months.
           05 PROD-IO-ALLOWED    PIC X(01).
           05 PROD-IO-MAX-MONTHS PIC 9(03).
      * The order a payment is applied across its buckets, one
      * letter per step: I interest, P principal, E escrow, F fees,
      * C corporate advances.  Blank means the standard "IPEFC".
           05 PROD-APPLY-ORDER.
               10 PROD-APPLY-STEP    PIC X(01) OCCURS 5 TIMES.
      * Servicing company (see comprec.cpy) whose loans may be
      * boarded under this product; blank shares the product with
      * every company.
           05 PROD-COMPANY-CODE  PIC X(03).
