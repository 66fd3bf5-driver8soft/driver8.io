      *
      * Monthly pass that decides, per plan on "repplans", who is
      * keeping up and who has fallen off: the plan installments due
      * to date (one per month from the plan start, marked as plan
      * items in the payhist chain) are counted against the ones
      * actually settled on "payhist".  A plan two or more installments
      * behind is marked defaulted - its aging shield drops and the
      * account falls back into collque's queue on the next build -
           01 WS-START-YEAR       PIC 9(04) VALUE ZEROES.
           01 WS-START-MONTH      PIC 9(02) VALUE ZEROES.
           01 WS-ELAPSED          PIC S9(05) VALUE ZEROES.
           01 WS-MISSED           PIC S9(03) VALUE ZEROES.

           01 WS-KEEPING-COUNTER  PIC 9(09) VALUE ZEROES.
           END-PERFORM.

       300-COUNT-INSTALLMENTS-PAID.
      * A settled plan item at or after the plan start is a plan
      * installment met.
           OPEN INPUT PAYMENT-HISTORY.
           PERFORM UNTIL WS-HIST-EOF = "Y"
           CLOSE PAYMENT-HISTORY.

       350-TALLY-PLAN-ITEM.
           IF PAYHIST-PLAN-ITEM
                   AND PAYHIST-PAID-DATE NOT = 0
               PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                       UNTIL WS-PLN-IDX > WS-PLAN-COUNT
