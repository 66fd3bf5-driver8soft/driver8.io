      ******************************************************************
      *
      * All-Products Eligibility Quote Subroutine
      * ==========================================
      *
      * Answers "what can I get": takes the borrower's principal,
      * term, base rate and risk-pricing inputs and walks every
      * product on PRODPARM.  A product whose term limit, payment
      * frequencies or interest-only terms rule the request out is
      * reported ineligible with the reason; the rest are priced
      * through aprdiscl - and so through loancalc, the product's
      * pricing-adjustment matrix, the lending-limits policy and
      * the journal - and a product whose adjusted rate falls
      * outside its own rate limits is ruled out too.  Eligible
      * products come back with the payment, total interest and
      * APR, ranked by payment.  CALLed by the prodquote RPC and
      * the prodinq desk screen alike.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. eligquot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODPARM ASSIGN TO "PRODPARM"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PRODPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODPARM.
           COPY "prodparm.cpy".

       WORKING-STORAGE SECTION.
           COPY "errmsg.cpy".
           01 WS-PRODPARM-STATUS  PIC X(02) VALUE "00".
           01 WS-PROD-EOF         PIC X(01) VALUE "N".
           01 WS-FREQ             PIC X(01) VALUE SPACE.
           01 WS-FREQ-OK          PIC X(01) VALUE "N".
           01 WS-FREQ-TALLY       PIC 9(02) VALUE ZEROES.
           01 WS-IDX              PIC 9(02) VALUE ZEROES.
           01 WS-JDX              PIC 9(02) VALUE ZEROES.
           01 WS-SWAPPED          PIC X(01) VALUE "N".
           01 WS-SWAP-ENTRY       PIC X(76) VALUE SPACES.

      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

      * Mirrors aprdiscl's own DISCL-PARAMS layout field for field.
       01 DISCL-PARAMS.
           05 PREPAID-CHARGES   PIC S9(7)V9(2) USAGE IS DISPLAY.
           05 APR               PIC S9(2)V9(4) USAGE IS DISPLAY.
           05 FINANCE-CHARGE    PIC S9(9)V9(2) USAGE IS DISPLAY.
           05 TOTAL-OF-PAYMENTS PIC S9(9)V9(2) USAGE IS DISPLAY.
           05 AMOUNT-FINANCED   PIC S9(9)V9(2) USAGE IS DISPLAY.
           05 DISCL-ERROR-MSG   PIC X(20).

       LINKAGE SECTION.
      * Shared eligibility parameter record; see eligparm.cpy.
           COPY "eligparm.cpy".

       PROCEDURE DIVISION USING BY REFERENCE ELIG-PARAMS.

       000-MAIN.
           INITIALIZE ELIG-OUTPUT.
           MOVE "N" TO ELIG-MORE.
           IF ELIG-PAY-FREQ = SPACE
               MOVE "M" TO WS-FREQ
           ELSE
               MOVE ELIG-PAY-FREQ TO WS-FREQ
           END-IF.

           OPEN INPUT PRODPARM.
           IF WS-PRODPARM-STATUS NOT = "00"
               MOVE WS-MSG38 TO ELIG-ERROR-MSG
               MOVE 38 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "N" TO WS-PROD-EOF.
           MOVE LOW-VALUES TO PROD-CODE.
           START PRODPARM KEY NOT < PROD-CODE
               INVALID KEY
                   MOVE "Y" TO WS-PROD-EOF
           END-START.
           PERFORM UNTIL WS-PROD-EOF = "Y"
               READ PRODPARM NEXT RECORD
               AT END MOVE "Y" TO WS-PROD-EOF
               NOT AT END
                   IF ELIG-COUNT < 20
                       ADD 1 TO ELIG-COUNT
                       PERFORM 200-CHECK-PRODUCT
                   ELSE
                       MOVE "Y" TO ELIG-MORE
                       MOVE "Y" TO WS-PROD-EOF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODPARM.

           PERFORM 300-RANK-BY-PAYMENT.
           MOVE WS-MSG00 TO ELIG-ERROR-MSG.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       200-CHECK-PRODUCT.
      * The product's own terms are checked before anything is
      * priced; a blank frequency list offers monthly only, and the
      * rate and term limits apply only where the product sets
      * them, as loanbrd reads them.
           MOVE ELIG-COUNT TO WS-IDX.
           MOVE PROD-CODE TO ELIG-PROD-CODE(WS-IDX).
           MOVE PROD-DESC TO ELIG-PROD-DESC(WS-IDX).
           MOVE "N"       TO ELIG-STATUS(WS-IDX).
           MOVE SPACES    TO ELIG-REASON(WS-IDX).
           MOVE 0 TO ELIG-RANK(WS-IDX).
           MOVE 0 TO ELIG-RATE(WS-IDX).
           MOVE 0 TO ELIG-PAYMENT(WS-IDX).
           MOVE 0 TO ELIG-TOTAL-INTEREST(WS-IDX).
           MOVE 0 TO ELIG-APR(WS-IDX).

           MOVE 0 TO WS-FREQ-TALLY.
           IF PROD-PAY-FREQS = SPACES
               IF WS-FREQ = "M"
                   MOVE 1 TO WS-FREQ-TALLY
               END-IF
           ELSE
               INSPECT PROD-PAY-FREQS TALLYING WS-FREQ-TALLY
                   FOR ALL WS-FREQ
           END-IF.
           IF WS-FREQ-TALLY > 0
               MOVE "Y" TO WS-FREQ-OK
           ELSE
               MOVE "N" TO WS-FREQ-OK
           END-IF.

           EVALUATE TRUE
               WHEN PROD-MAX-TERM > 0
                       AND ELIG-TERM-YEARS > PROD-MAX-TERM
                   MOVE "TERM OUTSIDE LIMITS" TO ELIG-REASON(WS-IDX)
               WHEN WS-FREQ-OK = "N"
                   MOVE "FREQ NOT OFFERED" TO ELIG-REASON(WS-IDX)
               WHEN ELIG-IO-MONTHS > 0
                       AND PROD-IO-ALLOWED NOT = "Y"
                   MOVE "IO NOT ALLOWED" TO ELIG-REASON(WS-IDX)
               WHEN ELIG-IO-MONTHS > PROD-IO-MAX-MONTHS
                   MOVE "IO TERM TOO LONG" TO ELIG-REASON(WS-IDX)
               WHEN OTHER
                   PERFORM 250-PRICE-PRODUCT
           END-EVALUATE.

       250-PRICE-PRODUCT.
      * The base rate goes in with the product named, so the quote
      * carries the product's own risk-based adjustments.
           INITIALIZE LOAN-PARAMS.
           MOVE 7 TO COMMAREA-VERSION.
           MOVE ELIG-PRIN-AMT   TO PRIN-AMT.
           MOVE ELIG-INT-RATE   TO INT-RATE.
           MOVE ELIG-TERM-YEARS TO TIMEYR.
           MOVE "N"             TO SCHED-REQUEST.
           MOVE WS-FREQ         TO PAY-FREQ.
           MOVE ELIG-IO-MONTHS  TO IO-MONTHS.
           MOVE PROD-CODE       TO PRICE-PRODUCT.
           MOVE ELIG-LTV        TO PRICE-LTV.
           MOVE ELIG-SCORE      TO PRICE-SCORE.
           MOVE ELIG-PURPOSE    TO PRICE-PURPOSE.
           MOVE ELIG-OCCUPANCY  TO PRICE-OCCUPANCY.
           IF ELIG-SOURCE = SPACES
               MOVE "ELIGQUOT"  TO AUDIT-SOURCE
           ELSE
               MOVE ELIG-SOURCE TO AUDIT-SOURCE
           END-IF.
           INITIALIZE DISCL-PARAMS.
           MOVE ELIG-PREPAID TO PREPAID-CHARGES.
           CALL "aprdiscl" USING LOAN-PARAMS DISCL-PARAMS.
           MOVE PRICE-ADJUSTED-RATE TO ELIG-RATE(WS-IDX).

           EVALUATE TRUE
               WHEN DISCL-ERROR-MSG NOT = "OK"
                   MOVE DISCL-ERROR-MSG TO ELIG-REASON(WS-IDX)
               WHEN PROD-MAX-RATE > 0
                       AND (PRICE-ADJUSTED-RATE < PROD-MIN-RATE
                         OR PRICE-ADJUSTED-RATE > PROD-MAX-RATE)
                   MOVE "RATE OUTSIDE LIMITS" TO ELIG-REASON(WS-IDX)
               WHEN OTHER
                   MOVE "Y" TO ELIG-STATUS(WS-IDX)
                   MOVE PAYMENT TO ELIG-PAYMENT(WS-IDX)
                   COMPUTE ELIG-TOTAL-INTEREST(WS-IDX) =
                           TOTAL-OF-PAYMENTS - ELIG-PRIN-AMT
                   MOVE APR TO ELIG-APR(WS-IDX)
                   ADD 1 TO ELIG-ELIGIBLE-COUNT
           END-EVALUATE.

       300-RANK-BY-PAYMENT.
      * Exchange passes until nothing moves: an eligible product
      * ahead of an ineligible one, and a lower payment ahead of a
      * higher.  Ineligible products keep their product-code order.
           MOVE "Y" TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = "N"
               MOVE "N" TO WS-SWAPPED
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX >= ELIG-COUNT
                   COMPUTE WS-JDX = WS-IDX + 1
                   IF (ELIG-IS-ELIGIBLE(WS-JDX)
                           AND NOT ELIG-IS-ELIGIBLE(WS-IDX))
                       OR (ELIG-IS-ELIGIBLE(WS-JDX)
                           AND ELIG-IS-ELIGIBLE(WS-IDX)
                           AND ELIG-PAYMENT(WS-JDX)
                               < ELIG-PAYMENT(WS-IDX))
                       MOVE ELIG-ENTRY(WS-IDX) TO WS-SWAP-ENTRY
                       MOVE ELIG-ENTRY(WS-JDX) TO ELIG-ENTRY(WS-IDX)
                       MOVE WS-SWAP-ENTRY      TO ELIG-ENTRY(WS-JDX)
                       MOVE "Y" TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > ELIG-COUNT
               IF ELIG-IS-ELIGIBLE(WS-IDX)
                   MOVE WS-IDX TO ELIG-RANK(WS-IDX)
               END-IF
           END-PERFORM.
