      * correlated by the request id, with the same retry and
      * dead-letter handling cuotak uses on the publish side.  A
      * malformed request is answered with the errmsg.cpy text
      * rather than dropped.  A request naming its product, with
      * the borrower's LTV, credit score, purpose and occupancy, is
      * risk-priced off the base rate it carries; the reply gives
      * the adjusted rate and each adjustment applied.  A request
      * carrying the borrower's gross income, debts and target
      * ratio instead is an affordability request, answered through
      * afford with the largest qualifying principal, its payment,
      * the ratio reached and the binding constraint.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 DEAD-LETTER-REC.
               05 DL-TOPIC   PIC X(13).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 DL-VALUE   PIC X(200).

       WORKING-STORAGE SECTION.
      * Shared error-message catalog so a malformed request is
               05 REQ-TOPIC   PIC X(14) VALUE "quote-requests".
               05 FILLER      PIC X(01) VALUE LOW-VALUES.
               05 REQ-KEY     PIC X(60) VALUE SPACES.
               05 REQ-VALUE   PIC X(200).

           01 JSON-REQUEST-ID   PIC X(20).
           01 JSON-AMT-VALUE    PIC X(12).
           01 JSON-FILLER-4     PIC X(30).
           01 JSON-FILLER-5     PIC X(30).
           01 JSON-LOCK-VALUE   PIC X(16).
           01 JSON-FILLER-6     PIC X(30).
           01 JSON-FILLER-7     PIC X(30).
           01 JSON-FILLER-8     PIC X(30).
           01 JSON-FILLER-9     PIC X(30).
           01 JSON-FILLER-10    PIC X(30).
           01 JSON-PRODUCT-VALUE PIC X(08).
           01 JSON-LTV-VALUE    PIC X(08).
           01 JSON-SCORE-VALUE  PIC X(05).
           01 JSON-PURPOSE-VALUE PIC X(05).
           01 JSON-OCC-VALUE    PIC X(05).
      * Affordability requests carry their own keys; each amount is
      * edited through one token paragraph.
           01 JSON-INCOME-VALUE PIC X(12).
           01 JSON-DEBTS-VALUE  PIC X(12).
           01 JSON-DTI-VALUE    PIC X(08).
           01 JSON-ESCROW-VALUE PIC X(12).
           01 JSON-PMI-VALUE    PIC X(12).
           01 JSON-TOKEN-VALUE  PIC X(12).
           01 WS-TOKEN-NUM      PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-TOKEN-OK       PIC X(01) VALUE "N".
           01 WS-AFF-TALLY      PIC 9(02) VALUE ZEROES.
           01 WS-PRODUCT        PIC X(03) VALUE SPACES.
           01 WS-PURPOSE        PIC X(01) VALUE SPACE.
           01 WS-OCCUPANCY      PIC X(01) VALUE SPACE.
           01 WS-LTV-NUM        PIC 9(03)V9(02) VALUE ZEROES.
           01 WS-LTV-INT        PIC 9(03) VALUE ZEROES.
           01 WS-LTV-FRAC       PIC 9(02) VALUE ZEROES.
           01 WS-SCORE-NUM      PIC 9(03) VALUE ZEROES.
           01 WS-LTV-RJ         PIC X(03) JUSTIFIED RIGHT.
           01 WS-SCORE-RJ       PIC X(03) JUSTIFIED RIGHT.
           01 WS-SCORE-LEN      PIC 9(02) VALUE ZEROES.
           01 WS-ADJ-IDX        PIC 9(01) VALUE ZEROES.
           01 WS-LOCK-ID        PIC X(12) VALUE SPACES.
           01 WS-AMT-NUM        PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-INT-NUM        PIC 9(02)V9(02) VALUE ZEROES.
               05 FILLER      PIC X(01) VALUE LOW-VALUES.
               05 RPL-PAYMENT PIC 9999999.99.
               05 RPL-TERM    PIC 999.
               05 RPL-RATE    PIC 99.99.
               05 RPL-ADJ-LIST.
                   10 RPL-ADJ-ITEM OCCURS 4 TIMES.
                       15 RPL-ADJ-FACTOR PIC X(01).
                       15 RPL-ADJ-RATE   PIC +9.99.
               05 RPL-MAX-PRIN PIC 9999999.
               05 RPL-QUAL-PAYMENT PIC 9999999.99.
               05 RPL-DTI     PIC 999.99.
               05 RPL-VALUE   PIC X(200).

      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".
      * Shared affordability parameter record; see affparm.cpy.
           COPY "affparm.cpy".

       PROCEDURE DIVISION.
           OPEN OUTPUT DEAD-LETTER-FILE.
           GOBACK.

       100-ANSWER-REQUEST.
      * An affordability request is told apart by its GrossIncome
      * key and answered by afford; everything else is a payment
      * quote.
           MOVE 0 TO WS-AFF-TALLY.
           INSPECT REQ-VALUE TALLYING WS-AFF-TALLY
               FOR ALL '"GrossIncome"'.
           IF WS-AFF-TALLY > 0
               PERFORM 400-ANSWER-AFFORDABILITY
           ELSE
               PERFORM 150-ANSWER-QUOTE
           END-IF.

       150-ANSWER-QUOTE.
           PERFORM 200-PARSE-REQUEST.
           IF WS-PARSE-OK = "Y"
               INITIALIZE LOAN-PARAMS
               MOVE 7 TO COMMAREA-VERSION
               MOVE WS-AMT-NUM  TO PRIN-AMT
               MOVE WS-INT-NUM  TO INT-RATE
               MOVE WS-YEAR-NUM TO TIMEYR
               MOVE "M" TO PAY-FREQ
               MOVE WS-LOCK-ID TO QUOTE-LOCK-ID
               MOVE WS-PRODUCT   TO PRICE-PRODUCT
               MOVE WS-LTV-NUM   TO PRICE-LTV
               MOVE WS-SCORE-NUM TO PRICE-SCORE
               MOVE WS-PURPOSE   TO PRICE-PURPOSE
               MOVE WS-OCCUPANCY TO PRICE-OCCUPANCY
               MOVE "QUOTEKRR" TO AUDIT-SOURCE
               CALL "loancalc" USING LOAN-PARAMS
           ELSE
               ADD 1 TO WS-MALFORMED-COUNTER
               MOVE 0 TO PAYMENT
               MOVE 0 TO PAYOFF-TERM-MONTHS
               MOVE 0 TO PRICE-ADJUSTED-RATE
               MOVE 0 TO PRICE-ADJ-COUNT
               MOVE WS-MSG16 TO ERROR-MSG
           END-IF.
           PERFORM 300-PUBLISH-REPLY.

       200-PARSE-REQUEST.
      * {"RequestId":"...","PrincipalAmount":n,"InterestRate":n,
      * "TimeYears":n,"LockId":"...","Product":"...","LTV":n,
      * "CreditScore":n,"Purpose":"P","Occupancy":"O"} - the text
      * between the delimiters is either a key name (discarded into
      * the catchers) or a value.  LockId is optional; when present
      * the quote prices under the locked rate the registry
      * carries.  The pricing keys are optional too, but follow
      * LockId (sent empty when there is no lock) since the values
      * are taken by position.
           MOVE "N" TO WS-PARSE-OK.
           MOVE SPACES TO JSON-REQUEST-ID JSON-AMT-VALUE
                          JSON-INT-VALUE JSON-YEAR-VALUE
                          JSON-LOCK-VALUE WS-LOCK-ID
                          JSON-PRODUCT-VALUE JSON-LTV-VALUE
                          JSON-SCORE-VALUE JSON-PURPOSE-VALUE
                          JSON-OCC-VALUE.
           MOVE 0 TO WS-SCORE-LEN.
           UNSTRING REQ-VALUE DELIMITED BY ":" OR "," OR "}"
               INTO JSON-FILLER-1 JSON-REQUEST-ID
                    JSON-FILLER-2 JSON-AMT-VALUE
                    JSON-FILLER-4
                    JSON-YEAR-VALUE COUNT IN WS-YEAR-LEN
                    JSON-FILLER-5 JSON-LOCK-VALUE
                    JSON-FILLER-6 JSON-PRODUCT-VALUE
                    JSON-FILLER-7 JSON-LTV-VALUE
                    JSON-FILLER-8
                    JSON-SCORE-VALUE COUNT IN WS-SCORE-LEN
                    JSON-FILLER-9 JSON-PURPOSE-VALUE
                    JSON-FILLER-10 JSON-OCC-VALUE
           END-UNSTRING.
           INSPECT JSON-LOCK-VALUE REPLACING ALL '"' BY SPACE.
           IF JSON-LOCK-VALUE(1:1) = SPACE
               MOVE JSON-REQUEST-ID TO RPL-KEY
           END-IF.
           PERFORM 250-EDIT-NUMERICS.
           IF WS-PARSE-OK = "Y"
               PERFORM 260-EDIT-PRICING
           END-IF.

       250-EDIT-NUMERICS.
      * The numeric texts arrive with an explicit decimal point the
               MOVE "Y" TO WS-PARSE-OK
           END-IF.

       260-EDIT-PRICING.
      * The codes arrive quoted like the lock id and are stepped
      * over the same way; LTV carries a decimal point like the
      * rate, the score is whole.  A pricing token present but not
      * a number makes the request malformed; one absent prices
      * nothing for its factor.
           INSPECT JSON-PRODUCT-VALUE REPLACING ALL '"' BY SPACE.
           IF JSON-PRODUCT-VALUE(1:1) = SPACE
               MOVE JSON-PRODUCT-VALUE(2:3) TO WS-PRODUCT
           ELSE
               MOVE JSON-PRODUCT-VALUE(1:3) TO WS-PRODUCT
           END-IF.
           INSPECT JSON-PURPOSE-VALUE REPLACING ALL '"' BY SPACE.
           IF JSON-PURPOSE-VALUE(1:1) = SPACE
               MOVE JSON-PURPOSE-VALUE(2:1) TO WS-PURPOSE
           ELSE
               MOVE JSON-PURPOSE-VALUE(1:1) TO WS-PURPOSE
           END-IF.
           INSPECT JSON-OCC-VALUE REPLACING ALL '"' BY SPACE.
           IF JSON-OCC-VALUE(1:1) = SPACE
               MOVE JSON-OCC-VALUE(2:1) TO WS-OCCUPANCY
           ELSE
               MOVE JSON-OCC-VALUE(1:1) TO WS-OCCUPANCY
           END-IF.

           MOVE 0 TO WS-LTV-NUM WS-SCORE-NUM.
           IF JSON-LTV-VALUE NOT = SPACES
               MOVE SPACES TO JSON-FILLER-6 JSON-FILLER-7
               MOVE 0 TO WS-INT-LEN WS-FRAC-LEN
               UNSTRING JSON-LTV-VALUE DELIMITED BY "." OR ALL " "
                   INTO JSON-FILLER-6 COUNT IN WS-INT-LEN
                        JSON-FILLER-7 COUNT IN WS-FRAC-LEN
               END-UNSTRING
               MOVE SPACES TO WS-LTV-RJ
               IF WS-INT-LEN > 0 AND WS-INT-LEN <= 3
                   MOVE JSON-FILLER-6(1:WS-INT-LEN) TO WS-LTV-RJ
               END-IF
               INSPECT WS-LTV-RJ REPLACING LEADING SPACE BY "0"
               INSPECT JSON-FILLER-7 REPLACING TRAILING SPACE BY "0"
               IF WS-LTV-RJ NUMERIC
                       AND JSON-FILLER-7(1:2) NUMERIC
                   MOVE WS-LTV-RJ TO WS-LTV-INT
                   MOVE JSON-FILLER-7(1:2) TO WS-LTV-FRAC
                   COMPUTE WS-LTV-NUM =
                           WS-LTV-INT + WS-LTV-FRAC / 100
               ELSE
                   MOVE "N" TO WS-PARSE-OK
               END-IF
           END-IF.
           IF WS-SCORE-LEN > 0
               MOVE SPACES TO WS-SCORE-RJ
               IF WS-SCORE-LEN <= 3
                   MOVE JSON-SCORE-VALUE(1:WS-SCORE-LEN)
                       TO WS-SCORE-RJ
               END-IF
               INSPECT WS-SCORE-RJ REPLACING LEADING SPACE BY "0"
               IF WS-SCORE-RJ NUMERIC
                   MOVE WS-SCORE-RJ TO WS-SCORE-NUM
               ELSE
                   MOVE "N" TO WS-PARSE-OK
               END-IF
           END-IF.

       300-PUBLISH-REPLY.
      * One JSON reply per request, correlated by the request id in
      * both the message key and the payload.
           MOVE PAYMENT TO RPL-PAYMENT.
           MOVE PAYOFF-TERM-MONTHS TO RPL-TERM.
           MOVE PRICE-ADJUSTED-RATE TO RPL-RATE.
           MOVE SPACES TO RPL-ADJ-LIST.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > PRICE-ADJ-COUNT
               MOVE PRICE-ADJ-FACTOR(WS-ADJ-IDX)
                   TO RPL-ADJ-FACTOR(WS-ADJ-IDX)
               MOVE PRICE-ADJ-RATE(WS-ADJ-IDX)
                   TO RPL-ADJ-RATE(WS-ADJ-IDX)
           END-PERFORM.
           MOVE SPACES TO RPL-VALUE.
           STRING '{"RequestId":"'   DELIMITED BY SIZE
                  RPL-KEY            DELIMITED BY SPACE
                  ERROR-MSG          DELIMITED BY SIZE
                  '","TermMonths":'  DELIMITED BY SIZE
                  RPL-TERM           DELIMITED BY SIZE
                  ',"Rate":'         DELIMITED BY SIZE
                  RPL-RATE           DELIMITED BY SIZE
                  ',"Adjustments":"' DELIMITED BY SIZE
                  RPL-ADJ-LIST       DELIMITED BY SPACE
                  '"}'               DELIMITED BY SIZE
                  INTO RPL-VALUE
           END-STRING.
           PERFORM 350-SEND-REPLY.

       350-SEND-REPLY.
           MOVE "N" TO WS-PUBLISH-OK.
           MOVE 0 TO WS-RETRY-COUNTER.
           PERFORM UNTIL WS-PUBLISH-OK = "Y"
               WRITE DEAD-LETTER-REC
               END-WRITE
           END-IF.

       400-ANSWER-AFFORDABILITY.
      * {"RequestId":"...","GrossIncome":n,"MonthlyDebts":n,
      * "TargetDTI":n,"InterestRate":n,"TimeYears":n,"Escrow":n,
      * "PMI":n} - taken by position like the quote request.  The
      * debts, escrow and PMI may be sent as zero; a token that is
      * not a number makes the request malformed.
           MOVE "N" TO WS-PARSE-OK.
           MOVE SPACES TO JSON-REQUEST-ID JSON-INCOME-VALUE
                          JSON-DEBTS-VALUE JSON-DTI-VALUE
                          JSON-INT-VALUE JSON-YEAR-VALUE
                          JSON-ESCROW-VALUE JSON-PMI-VALUE.
           MOVE 0 TO WS-YEAR-LEN.
           UNSTRING REQ-VALUE DELIMITED BY ":" OR "," OR "}"
               INTO JSON-FILLER-1 JSON-REQUEST-ID
                    JSON-FILLER-2 JSON-INCOME-VALUE
                    JSON-FILLER-3 JSON-DEBTS-VALUE
                    JSON-FILLER-4 JSON-DTI-VALUE
                    JSON-FILLER-5 JSON-INT-VALUE
                    JSON-FILLER-6
                    JSON-YEAR-VALUE COUNT IN WS-YEAR-LEN
                    JSON-FILLER-7 JSON-ESCROW-VALUE
                    JSON-FILLER-8 JSON-PMI-VALUE
           END-UNSTRING.
           INSPECT JSON-REQUEST-ID REPLACING ALL '"' BY SPACE.
           IF JSON-REQUEST-ID(1:1) = SPACE
               MOVE JSON-REQUEST-ID(2:19) TO RPL-KEY
           ELSE
               MOVE JSON-REQUEST-ID TO RPL-KEY
           END-IF.

           INITIALIZE AFF-PARAMS.
           MOVE "Y" TO WS-PARSE-OK.
           MOVE JSON-INCOME-VALUE TO JSON-TOKEN-VALUE.
           PERFORM 450-EDIT-AMOUNT-TOKEN.
           MOVE WS-TOKEN-NUM TO AFF-GROSS-INCOME.
           MOVE JSON-DEBTS-VALUE TO JSON-TOKEN-VALUE.
           PERFORM 450-EDIT-AMOUNT-TOKEN.
           MOVE WS-TOKEN-NUM TO AFF-MONTHLY-DEBTS.
           MOVE JSON-DTI-VALUE TO JSON-TOKEN-VALUE.
           PERFORM 450-EDIT-AMOUNT-TOKEN.
           IF WS-TOKEN-NUM >= 100
               MOVE "N" TO WS-PARSE-OK
           ELSE
               MOVE WS-TOKEN-NUM TO AFF-TARGET-DTI
           END-IF.
           MOVE JSON-INT-VALUE TO JSON-TOKEN-VALUE.
           PERFORM 450-EDIT-AMOUNT-TOKEN.
           IF WS-TOKEN-NUM >= 100
               MOVE "N" TO WS-PARSE-OK
           ELSE
               MOVE WS-TOKEN-NUM TO AFF-INT-RATE
           END-IF.
           MOVE JSON-ESCROW-VALUE TO JSON-TOKEN-VALUE.
           PERFORM 450-EDIT-AMOUNT-TOKEN.
           IF WS-TOKEN-NUM >= 100000
               MOVE "N" TO WS-PARSE-OK
           ELSE
               MOVE WS-TOKEN-NUM TO AFF-ESCROW
           END-IF.
           MOVE JSON-PMI-VALUE TO JSON-TOKEN-VALUE.
           PERFORM 450-EDIT-AMOUNT-TOKEN.
           IF WS-TOKEN-NUM >= 100000
               MOVE "N" TO WS-PARSE-OK
           ELSE
               MOVE WS-TOKEN-NUM TO AFF-PMI
           END-IF.
           MOVE SPACES TO WS-YEAR-RJ.
           IF WS-YEAR-LEN > 0 AND WS-YEAR-LEN <= 2
               MOVE JSON-YEAR-VALUE(1:WS-YEAR-LEN) TO WS-YEAR-RJ
           END-IF.
           INSPECT WS-YEAR-RJ REPLACING LEADING SPACE BY "0".
           IF WS-YEAR-RJ NUMERIC
               MOVE WS-YEAR-RJ TO AFF-TERM-YEARS
           ELSE
               MOVE "N" TO WS-PARSE-OK
           END-IF.

           IF WS-PARSE-OK = "Y"
               MOVE "QUOTEKRR" TO AFF-SOURCE
               CALL "afford" USING AFF-PARAMS
           ELSE
               ADD 1 TO WS-MALFORMED-COUNTER
               MOVE WS-MSG16 TO AFF-ERROR-MSG
           END-IF.
           PERFORM 480-PUBLISH-AFF-REPLY.

       450-EDIT-AMOUNT-TOKEN.
      * One decimal token, whole part right-justified and fraction
      * padded the way 250-EDIT-NUMERICS treats the principal; an
      * empty token is zero.  A bad token clears WS-PARSE-OK.
           MOVE 0 TO WS-TOKEN-NUM.
           IF JSON-TOKEN-VALUE NOT = SPACES
               MOVE SPACES TO JSON-FILLER-9 JSON-FILLER-10
               MOVE 0 TO WS-INT-LEN WS-FRAC-LEN
               UNSTRING JSON-TOKEN-VALUE DELIMITED BY "." OR ALL " "
                   INTO JSON-FILLER-9 COUNT IN WS-INT-LEN
                        JSON-FILLER-10 COUNT IN WS-FRAC-LEN
               END-UNSTRING
               MOVE SPACES TO WS-AMT-RJ
               IF WS-INT-LEN > 0 AND WS-INT-LEN <= 7
                   MOVE JSON-FILLER-9(1:WS-INT-LEN) TO WS-AMT-RJ
               END-IF
               INSPECT WS-AMT-RJ REPLACING LEADING SPACE BY "0"
               INSPECT JSON-FILLER-10 REPLACING TRAILING SPACE BY "0"
               IF WS-AMT-RJ NUMERIC
                       AND JSON-FILLER-10(1:2) NUMERIC
                   MOVE WS-AMT-RJ TO WS-AMT-INT
                   MOVE JSON-FILLER-10(1:2) TO WS-AMT-FRAC
                   COMPUTE WS-TOKEN-NUM =
                           WS-AMT-INT + WS-AMT-FRAC / 100
               ELSE
                   MOVE "N" TO WS-PARSE-OK
               END-IF
           END-IF.

       480-PUBLISH-AFF-REPLY.
      * Correlated by the request id exactly as a quote reply is.
           MOVE AFF-MAX-PRINCIPAL   TO RPL-MAX-PRIN.
           MOVE AFF-PAYMENT         TO RPL-PAYMENT.
           MOVE AFF-QUALIFY-PAYMENT TO RPL-QUAL-PAYMENT.
           MOVE AFF-DTI-ACHIEVED    TO RPL-DTI.
           MOVE SPACES TO RPL-VALUE.
           STRING '{"RequestId":"'      DELIMITED BY SIZE
                  RPL-KEY               DELIMITED BY SPACE
                  '","MaxPrincipal":'   DELIMITED BY SIZE
                  RPL-MAX-PRIN          DELIMITED BY SIZE
                  ',"Payment":'         DELIMITED BY SIZE
                  RPL-PAYMENT           DELIMITED BY SIZE
                  ',"QualifyingPayment":' DELIMITED BY SIZE
                  RPL-QUAL-PAYMENT      DELIMITED BY SIZE
                  ',"DTI":'             DELIMITED BY SIZE
                  RPL-DTI               DELIMITED BY SIZE
                  ',"Binding":"'        DELIMITED BY SIZE
                  AFF-BINDING           DELIMITED BY "  "
                  '","ErrorMsg":"'      DELIMITED BY SIZE
                  AFF-ERROR-MSG         DELIMITED BY SIZE
                  '"}'                  DELIMITED BY SIZE
                  INTO RPL-VALUE
           END-STRING.
           PERFORM 350-SEND-REPLY.
