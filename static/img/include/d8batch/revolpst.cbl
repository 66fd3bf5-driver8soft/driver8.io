      * accounts: each "rvtrans" transaction is a "D" draw or "P"
      * paydown for an amount against LOAN-CURR-BALANCE on
      * LOANMSTR.  A draw that would push the balance over
      * LOAN-CREDIT-LIMIT, a draw dated after the line's draw
      * period has ended, a paydown larger than what is owed, or
      * a transaction against anything but an open revolving
      * account, is rejected.  (Once helocvt converts the line to
      * repayment it is no longer a revolving account at all.)
      * Every posting stamps the account onto the pricing delta
      * file so the nightly bcuota pass re-bills interest on the
      * new balance, and everything lands on the "rvregstr"
      * register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           END-READ.

       200-POST-DRAW.
           EVALUATE TRUE
               WHEN LOAN-DRAW-END-DATE NUMERIC
                       AND LOAN-DRAW-END-DATE > 0
                       AND RVTRAN-DATE > LOAN-DRAW-END-DATE
                   MOVE "DRAW PERIOD ENDED" TO WS-DTL-ACTION
                   PERFORM 800-REJECT
               WHEN LOAN-CURR-BALANCE + RVTRAN-AMOUNT
                       > LOAN-CREDIT-LIMIT
                   MOVE "OVER CREDIT LIMIT" TO WS-DTL-ACTION
                   PERFORM 800-REJECT
               WHEN OTHER
                   ADD RVTRAN-AMOUNT TO LOAN-CURR-BALANCE
                   REWRITE LOAN-RECORD
                   ADD 1 TO WS-DRAW-COUNTER
                   ADD RVTRAN-AMOUNT TO WS-DRAW-TOTAL
                   MOVE "DRAWN" TO WS-DTL-ACTION
                   PERFORM 700-REGISTER-POSTING
           END-EVALUATE.

       300-POST-PAYDOWN.
           IF RVTRAN-AMOUNT > LOAN-CURR-BALANCE
