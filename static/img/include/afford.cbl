      ******************************************************************
      *
      * Affordability / Maximum-Loan Subroutine
      * ========================================
      *
      * loancalc runs one way, from principal to payment; this runs
      * the other.  Given the borrower's gross monthly income,
      * existing monthly debts, the target debt-to-income ratio,
      * the rate and term, and the estimated escrow and PMI, it
      * works out the principal-and-interest payment the ratio
      * leaves room for and solves for the largest whole-dollar
      * principal that payment retires, in the same packed-decimal
      * amortization loancalc uses.  The "lendlmts" policy caps the
      * answer: a rate or term outside it qualifies nothing, a
      * solved principal over the maximum is held to the maximum,
      * and one under the minimum qualifies nothing.  The answer is
      * then quoted through loancalc itself, so the payment
      * returned is the one loancalc would quote and the quote is
      * journaled like any other.  Returns the principal, the
      * payment, the full qualifying payment, the ratio reached and
      * the binding constraint.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. afford.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mirrors loancalc's own lending-limits policy file.
           SELECT LIMITS-FILE ASSIGN TO "lendlmts"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LIMITS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors loancalc's own FD LIMITS-FILE layout field for field.
       FD LIMITS-FILE.
           01 LIMITS-REC.
               05 LMT-MIN-PRIN      PIC 9(07).
               05 FILLER            PIC X(01).
               05 LMT-MAX-PRIN      PIC 9(07).
               05 FILLER            PIC X(01).
               05 LMT-RATE-FLOOR    PIC 9(02)V9(02).
               05 FILLER            PIC X(01).
               05 LMT-RATE-CEILING  PIC 9(02)V9(02).
               05 FILLER            PIC X(01).
               05 LMT-MAX-TERM      PIC 9(02).
               05 FILLER            PIC X(01).
               05 LMT-OVERRIDE-CODE PIC X(06).

       WORKING-STORAGE SECTION.
      * Declare program variables
           COPY "errmsg.cpy".
      * The annuity factor is built exactly as loancalc builds it
      * for a monthly 30/360 quote, so the principal solved here
      * prices back to the payment it was solved from.
       01  AUX-VARS.
           05 MONTHLY-RATE  PIC S9(3)V9(8)  USAGE IS COMP-3.
           05 AUX-X         PIC S9(13)V9(8) USAGE IS COMP-3.
           05 AUX-Y         PIC S9(13)V9(8) USAGE IS COMP-3.
           05 AUX-Z         PIC S9(13)V9(8) USAGE IS COMP-3.
       01  WS-SOLVE-VARS.
           05 WS-BUDGET          PIC S9(7)V9(2)  USAGE IS COMP-3.
           05 WS-SOLVED-PRIN     PIC S9(9)       USAGE IS COMP-3.
           05 WS-PERIODS         PIC 9(03)       USAGE IS BINARY.
      * The policy record is read fresh on every call, as loancalc
      * reads it, so a maintenance change takes effect at once.
       01  WS-LIMITS-VARS.
           05 WS-LIMITS-STATUS   PIC X(02) VALUE "00".
           05 WS-LIMITS-PRESENT  PIC X(01) VALUE "N".
           05 WS-LMT-MIN-PRIN    PIC 9(07) VALUE ZEROES.
           05 WS-LMT-MAX-PRIN    PIC 9(07) VALUE ZEROES.
           05 WS-LMT-RATE-FLOOR  PIC 9(02)V9(02) VALUE ZEROES.
           05 WS-LMT-RATE-CEILING PIC 9(02)V9(02) VALUE ZEROES.
           05 WS-LMT-MAX-TERM    PIC 9(02) VALUE ZEROES.

      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

       LINKAGE SECTION.
      * Shared affordability parameter record; see affparm.cpy.
           COPY "affparm.cpy".

       PROCEDURE DIVISION USING BY REFERENCE AFF-PARAMS.

       000-MAIN.
           MOVE "N" TO WS-ERROR.
           MOVE 0 TO AFF-MAX-PRINCIPAL AFF-PAYMENT
                     AFF-QUALIFY-PAYMENT AFF-DTI-ACHIEVED.
           MOVE SPACES TO AFF-BINDING.
           PERFORM 100-EDIT-INPUT.
           IF WS-ERROR = "N"
               PERFORM 150-READ-LIMITS
           END-IF.
           IF WS-ERROR = "N"
               PERFORM 200-SOLVE-PRINCIPAL
           END-IF.
           IF WS-ERROR = "N"
               PERFORM 300-QUOTE-PRINCIPAL
           END-IF.
           IF WS-ERROR = "N"
               MOVE WS-MSG00 TO AFF-ERROR-MSG
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-EDIT-INPUT.
      * The amounts arrive from the glue and the Kafka path as
      * display digits; anything not a number, or a figure that
      * cannot qualify anything, is refused with its catalog code.
           EVALUATE TRUE
               WHEN AFF-GROSS-INCOME NOT NUMERIC
               WHEN AFF-MONTHLY-DEBTS NOT NUMERIC
               WHEN AFF-TARGET-DTI NOT NUMERIC
               WHEN AFF-INT-RATE NOT NUMERIC
               WHEN AFF-TERM-YEARS NOT NUMERIC
               WHEN AFF-ESCROW NOT NUMERIC
               WHEN AFF-PMI NOT NUMERIC
                   MOVE WS-MSG16 TO AFF-ERROR-MSG
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-ERROR
               WHEN AFF-GROSS-INCOME <= 0
               WHEN AFF-TARGET-DTI <= 0
               WHEN AFF-MONTHLY-DEBTS < 0
               WHEN AFF-ESCROW < 0
               WHEN AFF-PMI < 0
                   MOVE WS-MSG42 TO AFF-ERROR-MSG
                   MOVE 42 TO RETURN-CODE
                   MOVE "Y" TO WS-ERROR
               WHEN AFF-INT-RATE <= 0
                   MOVE WS-MSG10 TO AFF-ERROR-MSG
                   MOVE 10 TO RETURN-CODE
                   MOVE "Y" TO WS-ERROR
               WHEN AFF-TERM-YEARS <= 0
                   MOVE WS-MSG12 TO AFF-ERROR-MSG
                   MOVE 12 TO RETURN-CODE
                   MOVE "Y" TO WS-ERROR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       150-READ-LIMITS.
      * No policy file means no policy, as in loancalc.  With one,
      * a rate or term the policy would refuse qualifies nothing
      * however much the income would carry.
           MOVE "N" TO WS-LIMITS-PRESENT.
           OPEN INPUT LIMITS-FILE.
           IF WS-LIMITS-STATUS = "00"
               READ LIMITS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-LIMITS-PRESENT
                       MOVE LMT-MIN-PRIN     TO WS-LMT-MIN-PRIN
                       MOVE LMT-MAX-PRIN     TO WS-LMT-MAX-PRIN
                       MOVE LMT-RATE-FLOOR   TO WS-LMT-RATE-FLOOR
                       MOVE LMT-RATE-CEILING TO WS-LMT-RATE-CEILING
                       MOVE LMT-MAX-TERM     TO WS-LMT-MAX-TERM
               END-READ
               CLOSE LIMITS-FILE
           END-IF.
           IF WS-LIMITS-PRESENT = "Y"
               EVALUATE TRUE
                   WHEN AFF-INT-RATE < WS-LMT-RATE-FLOOR
                   WHEN AFF-INT-RATE > WS-LMT-RATE-CEILING
                       MOVE "RATE LIMIT" TO AFF-BINDING
                       MOVE WS-MSG34 TO AFF-ERROR-MSG
                       MOVE 34 TO RETURN-CODE
                       MOVE "Y" TO WS-ERROR
                   WHEN AFF-TERM-YEARS > WS-LMT-MAX-TERM
                       MOVE "TERM LIMIT" TO AFF-BINDING
                       MOVE WS-MSG34 TO AFF-ERROR-MSG
                       MOVE 34 TO RETURN-CODE
                       MOVE "Y" TO WS-ERROR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       200-SOLVE-PRINCIPAL.
      * The housing budget is what the target ratio leaves of the
      * income after the existing debts, less escrow and PMI; the
      * rest is principal and interest.  The principal it retires
      * is the budget times loancalc's own annuity factor, taken
      * down to the whole dollar PRIN-AMT carries so the payment
      * quoted back never exceeds the budget.
           COMPUTE WS-BUDGET ROUNDED =
                   AFF-GROSS-INCOME * AFF-TARGET-DTI / 100
                   - AFF-MONTHLY-DEBTS - AFF-ESCROW - AFF-PMI.
           MOVE "DTI" TO AFF-BINDING.
           IF WS-BUDGET <= 0
               MOVE WS-MSG40 TO AFF-ERROR-MSG
               MOVE 40 TO RETURN-CODE
               MOVE "Y" TO WS-ERROR
           ELSE
               COMPUTE WS-PERIODS = AFF-TERM-YEARS * 12
               COMPUTE MONTHLY-RATE ROUNDED =
                       (AFF-INT-RATE / 100 * 30 / 360)
               COMPUTE AUX-X ROUNDED =
                       ((1 + MONTHLY-RATE) ** WS-PERIODS)
               COMPUTE AUX-Y ROUNDED = AUX-X * MONTHLY-RATE
               COMPUTE AUX-Z ROUNDED = (AUX-X - 1) / AUX-Y
               COMPUTE WS-SOLVED-PRIN = WS-BUDGET * AUX-Z
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-SOLVED-PRIN
               END-COMPUTE
               IF WS-SOLVED-PRIN > 9999999
                   MOVE 9999999 TO WS-SOLVED-PRIN
                   MOVE "MAX PRIN" TO AFF-BINDING
               END-IF
               IF WS-LIMITS-PRESENT = "Y"
                   IF WS-SOLVED-PRIN > WS-LMT-MAX-PRIN
                       MOVE WS-LMT-MAX-PRIN TO WS-SOLVED-PRIN
                       MOVE "MAX PRIN" TO AFF-BINDING
                   END-IF
                   IF WS-SOLVED-PRIN < WS-LMT-MIN-PRIN
                       MOVE "MIN PRIN" TO AFF-BINDING
                       MOVE WS-MSG40 TO AFF-ERROR-MSG
                       MOVE 40 TO RETURN-CODE
                       MOVE "Y" TO WS-ERROR
                   END-IF
               END-IF
               IF WS-ERROR = "N" AND WS-SOLVED-PRIN <= 0
                   MOVE WS-MSG40 TO AFF-ERROR-MSG
                   MOVE 40 TO RETURN-CODE
                   MOVE "Y" TO WS-ERROR
               END-IF
           END-IF.

       300-QUOTE-PRINCIPAL.
      * The solved principal goes through loancalc as a new-lending
      * quote, so the policy check and the journal see it like any
      * other; a refusal there is passed back as it stands.
           INITIALIZE LOAN-PARAMS.
           MOVE 7 TO COMMAREA-VERSION.
           MOVE WS-SOLVED-PRIN TO PRIN-AMT.
           MOVE AFF-INT-RATE   TO INT-RATE.
           MOVE AFF-TERM-YEARS TO TIMEYR.
           MOVE "M" TO PAY-FREQ.
           IF AFF-SOURCE NOT = SPACES
               MOVE AFF-SOURCE TO AUDIT-SOURCE
           ELSE
               MOVE "AFFORD" TO AUDIT-SOURCE
           END-IF.
           CALL "loancalc" USING LOAN-PARAMS.
           IF ERROR-MSG NOT = "OK"
               MOVE ERROR-MSG TO AFF-ERROR-MSG
               MOVE 2 TO RETURN-CODE
               MOVE "Y" TO WS-ERROR
           ELSE
               MOVE WS-SOLVED-PRIN TO AFF-MAX-PRINCIPAL
               MOVE PAYMENT TO AFF-PAYMENT
               COMPUTE AFF-QUALIFY-PAYMENT =
                       PAYMENT + AFF-ESCROW + AFF-PMI
               COMPUTE AFF-DTI-ACHIEVED ROUNDED =
                       (AFF-QUALIFY-PAYMENT + AFF-MONTHLY-DEBTS)
                       * 100 / AFF-GROSS-INCOME
           END-IF.
