      ******************************************************************
      *
      * All-Products Quote Screen
      * ==========================
      *
      * The desk's answer to "what can I get": key the borrower's
      * principal, rate and term, and optionally the frequency,
      * interest-only months, prepaid charges and risk-pricing
      * inputs, and every product on PRODPARM comes back on one
      * screen through eligquot - the eligible ones ranked by
      * payment with the rate each prices at, the payment, total
      * interest and APR, and the rest with the reason they were
      * ruled out.  It is the same answer the prodquote RPC gives
      * the portal.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodinq.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "eligparm.cpy".
           01 WS-DONE             PIC X(01) VALUE "N".
           01 WS-IDX              PIC 9(02) VALUE ZEROES.
           01 WS-RATE-EDIT        PIC Z9.99.
           01 WS-APR-EDIT         PIC Z9.9999.
           01 WS-MONEY-EDIT       PIC Z(7)9.99.
           01 WS-INTEREST-EDIT    PIC Z(9)9.99.

       PROCEDURE DIVISION.
           PERFORM UNTIL WS-DONE = "Y"
               INITIALIZE ELIG-PARAMS
               DISPLAY " "
               DISPLAY "All-Products Quote"
               DISPLAY "Principal amount (0 to exit): "
                   WITH NO ADVANCING
               ACCEPT ELIG-PRIN-AMT
               IF ELIG-PRIN-AMT = 0
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM 100-PROMPT-TERMS
                   PERFORM 200-QUOTE-PRODUCTS
               END-IF
           END-PERFORM.
           GOBACK.

       100-PROMPT-TERMS.
           DISPLAY "Interest rate: " WITH NO ADVANCING.
           ACCEPT ELIG-INT-RATE.
           DISPLAY "Number of years: " WITH NO ADVANCING.
           ACCEPT ELIG-TERM-YEARS.
           DISPLAY "Pay frequency (M/B/Q, blank monthly): "
               WITH NO ADVANCING.
           ACCEPT ELIG-PAY-FREQ.
           IF ELIG-PAY-FREQ = SPACE
               MOVE "M" TO ELIG-PAY-FREQ
           END-IF.
           DISPLAY "Interest-only months: " WITH NO ADVANCING.
           ACCEPT ELIG-IO-MONTHS.
           DISPLAY "Prepaid finance charges: " WITH NO ADVANCING.
           ACCEPT ELIG-PREPAID.
      * The risk-pricing inputs are optional; left blank, each
      * product is quoted at the rate keyed above plus only the
      * adjustments that match an empty input.
           DISPLAY "LTV percent: " WITH NO ADVANCING.
           ACCEPT ELIG-LTV.
           DISPLAY "Credit score: " WITH NO ADVANCING.
           ACCEPT ELIG-SCORE.
           DISPLAY "Purpose (P/R/C): " WITH NO ADVANCING.
           ACCEPT ELIG-PURPOSE.
           DISPLAY "Occupancy (O/S/I): " WITH NO ADVANCING.
           ACCEPT ELIG-OCCUPANCY.
           MOVE "PRODINQ" TO ELIG-SOURCE.

       200-QUOTE-PRODUCTS.
           CALL "eligquot" USING ELIG-PARAMS.
           IF ELIG-ERROR-MSG NOT = "OK"
               DISPLAY "QUOTE FAILED: " ELIG-ERROR-MSG
           ELSE
               DISPLAY " "
               DISPLAY "PRODUCTS: " ELIG-COUNT
                       "  ELIGIBLE: " ELIG-ELIGIBLE-COUNT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > ELIG-COUNT
                   PERFORM 250-DISPLAY-PRODUCT
               END-PERFORM
               IF ELIG-MORE = "Y"
                   DISPLAY "MORE PRODUCTS ON FILE THAN SHOWN"
               END-IF
           END-IF.

       250-DISPLAY-PRODUCT.
           IF ELIG-IS-ELIGIBLE(WS-IDX)
               MOVE ELIG-RATE(WS-IDX) TO WS-RATE-EDIT
               MOVE ELIG-APR(WS-IDX) TO WS-APR-EDIT
               MOVE ELIG-PAYMENT(WS-IDX) TO WS-MONEY-EDIT
               MOVE ELIG-TOTAL-INTEREST(WS-IDX) TO WS-INTEREST-EDIT
               DISPLAY ELIG-RANK(WS-IDX) ". "
                       ELIG-PROD-CODE(WS-IDX) " "
                       ELIG-PROD-DESC(WS-IDX)
               DISPLAY "    RATE: " WS-RATE-EDIT
                       "  APR: " WS-APR-EDIT
                       "  PAYMENT: " WS-MONEY-EDIT
                       "  INTEREST: " WS-INTEREST-EDIT
           ELSE
               DISPLAY "--. "
                       ELIG-PROD-CODE(WS-IDX) " "
                       ELIG-PROD-DESC(WS-IDX)
                       " INELIGIBLE: " ELIG-REASON(WS-IDX)
           END-IF.
