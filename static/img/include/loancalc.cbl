           RECORD KEY IS LOCK-ID
           FILE STATUS IS WS-LOCKREG-STATUS.

      * Risk-based pricing matrix maintained by prcmain; a quote
      * naming its product has the matrix's LTV, score, purpose and
      * occupancy adjustments applied to the base rate it presents.
      * A site with no matrix prices at the rate presented.
           SELECT PRICEADJ ASSIGN TO "PRICEADJ"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PADJ-KEY
           FILE STATUS IS WS-PRICEADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRICEADJ.
           COPY "prcadj.cpy".

       FD LOCKREG.
           COPY "lockrec.cpy".

       01  WS-LOCK-VARS.
           05 WS-LOCKREG-STATUS  PIC X(02) VALUE "00".
           05 WS-LOCK-TODAY      PIC 9(08) VALUE ZEROES.
           05 WS-LOCK-HONORED    PIC X(01) VALUE "N".
      * Risk-based pricing support; the matrix, too, is read fresh
      * per quote.
       01  WS-PRICE-VARS.
           05 WS-PRICEADJ-STATUS PIC X(02) VALUE "00".
           05 WS-PRICE-EOF       PIC X(01) VALUE "N".
           05 WS-PRICE-FOUND     PIC X(01) VALUE "N".
           05 WS-PRICE-FACTOR    PIC X(01) VALUE SPACE.
           05 WS-PRICE-VALUE     PIC 9(03)V9(02) VALUE ZEROES.
           05 WS-PRICE-CODE      PIC X(01) VALUE SPACE.
       01  WS-LIMITS-VARS.
           05 WS-LIMITS-STATUS   PIC X(02) VALUE "00".
           05 WS-LIMITS-PRESENT  PIC X(01) VALUE "N".
           END-IF.
           IF WS-ERROR = 'N'
               PERFORM 140-APPLY-RATE-LOCK
               PERFORM 145-APPLY-RISK-PRICING
           END-IF.
           IF WS-ERROR = 'N'
               PERFORM 120-SET-POLICY-SCOPE
               IF WS-POLICY-IN-SCOPE = "Y"
                   PERFORM 130-CHECK-LENDING-LIMITS
      * anything else looks at it; an expired or unknown lock id
      * quotes fresh at the rate presented.  The registry is
      * optional.
           MOVE "N" TO WS-LOCK-HONORED.
           IF QUOTE-LOCK-ID NOT = SPACES
               OPEN INPUT LOCKREG
               IF WS-LOCKREG-STATUS = "00"
                       NOT INVALID KEY
                           IF LOCK-EXPIRY-DATE >= WS-LOCK-TODAY
                               MOVE LOCK-RATE TO INT-RATE
                               MOVE "Y" TO WS-LOCK-HONORED
                           END-IF
                   END-READ
                   CLOSE LOCKREG
               END-IF
           END-IF.

       145-APPLY-RISK-PRICING.
      * A quote naming its product prices at the base rate plus the
      * first matching adjustment of each factor the caller gave:
      * LTV band, credit-score band, purpose, occupancy.  A locked
      * rate was already priced when the lock was taken and is not
      * adjusted again.  The lending-limits check that follows sees
      * the adjusted rate, and the journal gets both.
           IF COMMAREA-VERSION >= 7
               MOVE INT-RATE TO PRICE-BASE-RATE
               MOVE 0 TO PRICE-ADJ-COUNT
               IF PRICE-PRODUCT NOT = SPACES
                       AND WS-LOCK-HONORED = "N"
                   OPEN INPUT PRICEADJ
                   IF WS-PRICEADJ-STATUS = "00"
                       IF PRICE-LTV > 0
                           MOVE "L" TO WS-PRICE-FACTOR
                           MOVE PRICE-LTV TO WS-PRICE-VALUE
                           PERFORM 147-PRICE-FACTOR
                       END-IF
                       IF PRICE-SCORE > 0
                           MOVE "S" TO WS-PRICE-FACTOR
                           MOVE PRICE-SCORE TO WS-PRICE-VALUE
                           PERFORM 147-PRICE-FACTOR
                       END-IF
                       IF PRICE-PURPOSE NOT = SPACE
                           MOVE "P" TO WS-PRICE-FACTOR
                           MOVE PRICE-PURPOSE TO WS-PRICE-CODE
                           PERFORM 147-PRICE-FACTOR
                       END-IF
                       IF PRICE-OCCUPANCY NOT = SPACE
                           MOVE "O" TO WS-PRICE-FACTOR
                           MOVE PRICE-OCCUPANCY TO WS-PRICE-CODE
                           PERFORM 147-PRICE-FACTOR
                       END-IF
                       CLOSE PRICEADJ
                   END-IF
                   IF INT-RATE <= 0
                       MOVE WS-MSG10 TO ERROR-MSG
                       MOVE 10 TO RETURN-CODE
                       MOVE 'Y' TO WS-ERROR
                   END-IF
               END-IF
               MOVE INT-RATE TO PRICE-ADJUSTED-RATE
           END-IF.

       147-PRICE-FACTOR.
      * The factor's rows sit together under the product in
      * sequence order; the first whose band or code matches
      * prices.
           MOVE "N" TO WS-PRICE-FOUND.
           MOVE "N" TO WS-PRICE-EOF.
           MOVE PRICE-PRODUCT   TO PADJ-PROD-CODE.
           MOVE WS-PRICE-FACTOR TO PADJ-FACTOR.
           MOVE 0               TO PADJ-SEQ.
           START PRICEADJ KEY NOT < PADJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRICE-EOF
           END-START.
           PERFORM UNTIL WS-PRICE-EOF = "Y" OR WS-PRICE-FOUND = "Y"
               READ PRICEADJ NEXT RECORD
               AT END MOVE "Y" TO WS-PRICE-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PADJ-PROD-CODE NOT = PRICE-PRODUCT
                       WHEN PADJ-FACTOR NOT = WS-PRICE-FACTOR
                           MOVE "Y" TO WS-PRICE-EOF
                       WHEN PADJ-FACTOR-LTV OR PADJ-FACTOR-SCORE
                           IF WS-PRICE-VALUE >= PADJ-LOW
                                   AND WS-PRICE-VALUE <= PADJ-HIGH
                               MOVE "Y" TO WS-PRICE-FOUND
                           END-IF
                       WHEN PADJ-CODE = WS-PRICE-CODE
                           MOVE "Y" TO WS-PRICE-FOUND
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM.
      * A rate pushed past the field is refused as a zero rate is.
           IF WS-PRICE-FOUND = "Y" AND PRICE-ADJ-COUNT < 4
               ADD PADJ-ADJUST TO INT-RATE
                   ON SIZE ERROR
                       MOVE 0 TO INT-RATE
               END-ADD
               ADD 1 TO PRICE-ADJ-COUNT
               MOVE WS-PRICE-FACTOR
                   TO PRICE-ADJ-FACTOR(PRICE-ADJ-COUNT)
               MOVE PADJ-ADJUST TO PRICE-ADJ-RATE(PRICE-ADJ-COUNT)
           END-IF.

       120-SET-POLICY-SCOPE.
      * The policy gates what we agree to lend, not the servicing
      * of loans already on the books: the nightly re-pricing, the
      * payoff and inquiry quotes, ARM notices, modification
      * workouts, and due-date change interim interest all quote
      * in-force terms that may legitimately sit outside today's
      * policy.  A payoff-quote request is servicing by definition,
      * whoever asks.
           MOVE "Y" TO WS-POLICY-IN-SCOPE.
           IF PAYOFF-QUOTE-MONTH > 0
               MOVE "N" TO WS-POLICY-IN-SCOPE
               WHEN "LOANMOD"
               WHEN "REFICOMP"
               WHEN "BIWKCOMP"
               WHEN "DUECHG"
                   MOVE "N" TO WS-POLICY-IN-SCOPE
               WHEN OTHER
                   CONTINUE
