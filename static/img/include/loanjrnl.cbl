      * 300-WRAPUP, regardless of caller, so every quote leaves a
      * trace of its inputs and results for rate disputes instead of
      * the calculation being a black box that leaves nothing behind
      * after GOBACK.  A risk-priced quote also records its
      * product, the base rate presented, and each adjustment the
      * PRICEADJ matrix applied, so the rate quoted can be rebuilt
      * from the journal alone.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
      * The supervisor override the quote rode through on, spaces
      * for an ordinary in-policy quote.
               05 JRNL-OVERRIDE   PIC X(06).
               05 FILLER          PIC X(01).
      * Risk-based pricing: JRNL-INT-RATE above is the adjusted rate
      * priced at; the base rate and the adjustments that make up
      * the difference follow.  Spaces for a quote not risk-priced.
               05 JRNL-PRICE-PRODUCT PIC X(03).
               05 FILLER          PIC X(01).
               05 JRNL-BASE-RATE  PIC Z9.99.
               05 JRNL-ADJ-ENTRY OCCURS 4 TIMES.
                   10 FILLER         PIC X(01).
                   10 JRNL-ADJ-FACTOR PIC X(01).
                   10 JRNL-ADJ-RATE  PIC +9.99.

       WORKING-STORAGE SECTION.
      * Declare program variables
           01 WS-JRNL-DATE PIC 9(08).
           01 WS-JRNL-TIME PIC 9(08).
           01 WS-ADJ-IDX   PIC 9(01).

       LINKAGE SECTION.
      * Mirrors loancalc's own LOAN-PARAMS layout field for field, the
           MOVE PAYMENT      TO JRNL-PAYMENT.
           MOVE ERROR-MSG    TO JRNL-ERROR-MSG.
           MOVE OVERRIDE-CODE TO JRNL-OVERRIDE.
           IF COMMAREA-VERSION >= 7 AND PRICE-PRODUCT NOT = SPACES
               MOVE PRICE-PRODUCT   TO JRNL-PRICE-PRODUCT
               MOVE PRICE-BASE-RATE TO JRNL-BASE-RATE
               PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                       UNTIL WS-ADJ-IDX > PRICE-ADJ-COUNT
                   MOVE PRICE-ADJ-FACTOR(WS-ADJ-IDX)
                       TO JRNL-ADJ-FACTOR(WS-ADJ-IDX)
                   MOVE PRICE-ADJ-RATE(WS-ADJ-IDX)
                       TO JRNL-ADJ-RATE(WS-ADJ-IDX)
               END-PERFORM
           END-IF.
           WRITE JOURNAL-REC.
           CLOSE JOURNAL-FILE.

