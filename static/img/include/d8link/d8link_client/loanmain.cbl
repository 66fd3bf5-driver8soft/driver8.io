       01 WS-START-HUNDREDTHS PIC 9(08) VALUE ZEROES.
       01 WS-END-HUNDREDTHS   PIC 9(08) VALUE ZEROES.
       01 WS-ELAPSED          PIC S9(08) VALUE ZEROES.
       01 WS-ADJ-IDX          PIC 9(01) VALUE ZEROES.
       01 COMMAREA.
      * COMMAREA-VERSION lets D8link and whatever it dispatches to
      * tell an old caller's shorter layout apart from the current
      * INITIALIZE resets every elementary item to its class default,
      * so the current COMMAREA-VERSION is set here rather than by a
      * VALUE clause.
           MOVE 7 TO COMMAREA-VERSION.
           MOVE "LOANMAIN" TO AUDIT-SOURCE.

           DISPLAY "Compound Interest Calculator"
           ACCEPT INT-RATE.
           DISPLAY "Number of years: " WITH NO ADVANCING.
           ACCEPT TIMEYR.
      * A product code asks for risk-based pricing: the rate keyed
      * above is the base rate and the product's matrix adjusts it
      * for the borrower's LTV, score, purpose and occupancy.
           DISPLAY "Product (blank for none): " WITH NO ADVANCING.
           ACCEPT PRICE-PRODUCT.
           IF PRICE-PRODUCT NOT = SPACES
               DISPLAY "LTV percent: " WITH NO ADVANCING
               ACCEPT PRICE-LTV
               DISPLAY "Credit score: " WITH NO ADVANCING
               ACCEPT PRICE-SCORE
               DISPLAY "Purpose (P/R/C): " WITH NO ADVANCING
               ACCEPT PRICE-PURPOSE
               DISPLAY "Occupancy (O/S/I): " WITH NO ADVANCING
               ACCEPT PRICE-OCCUPANCY
           END-IF.

           COMPUTE COMMLEN = LENGTH OF COMMAREA.
           IF WS-TRACE-FLAG = "Y"

           DISPLAY "Error Msg: " ERROR-MSG.
           DISPLAY "Couta: " PAYMENT.
           IF PRICE-PRODUCT NOT = SPACES
               DISPLAY "Base rate: " PRICE-BASE-RATE
               PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                       UNTIL WS-ADJ-IDX > PRICE-ADJ-COUNT
                   DISPLAY "Adjustment " PRICE-ADJ-FACTOR(WS-ADJ-IDX)
                           ": " PRICE-ADJ-RATE(WS-ADJ-IDX)
               END-PERFORM
               DISPLAY "Adjusted rate: " PRICE-ADJUSTED-RATE
           END-IF.

           GOBACK.

