      ******************************************************************
      *
      * Shared pricing-adjustment record
      * =================================
      *
      * One row of a product's rate-sheet adjustment matrix on the
      * indexed PRICEADJ file, keyed by the PRODPARM product code,
      * the pricing factor, and a sequence number within the
      * factor.  LTV and credit-score rows carry an inclusive band;
      * purpose and occupancy rows carry the code they price.  The
      * adjustment is in rate points, added to the base rate (a
      * negative adjustment is a credit).  Maintained by prcmain;
      * loancalc applies the first matching row of each factor to
      * a quote that names its product, so the adjustments are no
      * longer worked by hand before the quote is run.
      *
      ******************************************************************
       01 PRICE-ADJ-RECORD.
           05 PADJ-KEY.
               10 PADJ-PROD-CODE     PIC X(03).
               10 PADJ-FACTOR        PIC X(01).
                   88 PADJ-FACTOR-LTV       VALUE "L".
                   88 PADJ-FACTOR-SCORE     VALUE "S".
                   88 PADJ-FACTOR-PURPOSE   VALUE "P".
                   88 PADJ-FACTOR-OCCUPANCY VALUE "O".
                   88 PADJ-FACTOR-VALID     VALUE "L", "S", "P", "O".
               10 PADJ-SEQ           PIC 9(02).
      * Inclusive band: LTV percent, or the credit score.
           05 PADJ-LOW           PIC 9(03)V9(02).
           05 PADJ-HIGH          PIC 9(03)V9(02).
      * Purpose P purchase, R rate/term refinance, C cash-out
      * refinance; occupancy O owner-occupied, S second home, I
      * investment.
           05 PADJ-CODE          PIC X(01).
           05 PADJ-ADJUST        PIC S9(01)V9(02).
           05 PADJ-DESC          PIC X(20).
