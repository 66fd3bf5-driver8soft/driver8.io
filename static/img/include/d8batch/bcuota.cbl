           RECORD KEY IS IDX-KEY
           FILE STATUS IS WS-RATEIDX-STATUS.

      * Servicemembers on active duty, or within a year of its end,
      * from milmaint; a protected account prices at no more than
      * the SCRA rate cap.  Optional until the first is recorded.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

      * Per-account adjusted monthly escrow from the annual escrow
      * analysis; an account on this file bills the analyzed figure
      * instead of the product's flat-rate estimate.  Absent until
               05 ENROLL-ACH-FLAG    PIC X(01).
               05 ENROLL-ABA         PIC 9(09).
               05 ENROLL-BANK-ACCT   PIC X(17).
               05 ENROLL-ACCT-TYPE   PIC X(01).
               05 ENROLL-PRENOTE-STATUS PIC X(01).
               05 ENROLL-PRENOTE-DATE PIC 9(08).

       FD DELTA-FILE.
           01 DELTA-REC.
       FD RATEIDX.
           COPY "ridxrec.cpy".

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".
           01 WS-INDEX-VALUE     PIC 9(02)V9(04) VALUE ZEROES.
           01 WS-RUN-DATE-N      PIC 9(08) VALUE ZEROES.
           01 WS-PRICE-RATE      PIC 9(03)V9(02) VALUE ZEROES.
           01 WS-MILSTAT-STATUS  PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN    PIC X(01) VALUE "N".
      * Servicemembers Civil Relief Act ceiling on the rate charged
      * for as long as the protection runs.
           01 WS-SCRA-CAP-RATE   PIC 9(03)V9(02) VALUE 6.00.
           01 WS-SCRA-PROTECTED  PIC X(01) VALUE "N".
           01 WS-SCRA-COUNTER    PIC 9(09) VALUE ZEROES.
      * Analyzed per-account escrow amounts, loaded up front; the
      * table search in 070-SET-ESCROW-AMOUNT decides per account
      * between the analyzed figure and the flat-rate estimate.
               05 WS-RUN-DAY   PIC 9(02).
           01 WS-ANCHOR-YEAR   PIC 9(04).
           01 WS-ANCHOR-MONTH  PIC 9(02).
           01 WS-ANCHOR-DATE   PIC 9(08).
           01 WS-ORIG-MMDD     PIC 9(04).
           01 WS-SCHED-IDX     PIC 9(03).
           01 WS-SCHED-LAST    PIC 9(03).
           01 WS-DUE-TOTAL-MOS PIC 9(05).
           01 WS-DUE-YEAR      PIC 9(04).
           01 WS-DUE-MONTH     PIC 9(02).
                   + WS-RUN-DAY.
           PERFORM 030-LOAD-PRODUCT-PARAMS.
           PERFORM 031-OPEN-RATE-INDEX.
           PERFORM 033-OPEN-MILITARY-STATUS.
           PERFORM 032-LOAD-ESCROW-AMOUNTS.
           PERFORM 035-OPEN-ENROLLMENTS.
           IF WS-DELTA-MODE = "Y"
           IF WS-RATEIDX-OPEN = "Y"
               CLOSE RATEIDX
           END-IF.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.
           IF WS-DELTA-MODE = "Y"
               CLOSE PREV-CUOTA
               DISPLAY "ACCOUNTS CARRIED FORWARD: "
           DISPLAY "TOTAL RECORDS PROCESSED: " WS-COUNTER.
           DISPLAY "TOTAL RECORDS REJECTED: "  WS-REJECT-COUNTER.
           DISPLAY "CLOSED ACCOUNTS SKIPPED: " WS-CLOSED-COUNTER.
           DISPLAY "SCRA RATE CAPS APPLIED: "  WS-SCRA-COUNTER.
           GOBACK.

       030-LOAD-PRODUCT-PARAMS.
               GOBACK
           END-IF.

       033-OPEN-MILITARY-STATUS.
      * No military-status file yet simply means nobody is
      * protected.
           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS = "00"
               MOVE "Y" TO WS-MILSTAT-OPEN
           END-IF.

       035-OPEN-ENROLLMENTS.
      * No enrollment file yet simply means nobody has elected off
      * the defaults.
               END-IF
           END-IF.

       068-APPLY-SCRA-CAP.
      * A borrower under SCRA protection on the run date is charged
      * no more than the cap, whatever the note, index, or reset
      * schedule would otherwise produce; the ARM lifetime cap is
      * pulled down with it so no reset inside the schedule climbs
      * back over.  Protection lifting shows up at the first pricing
      * run after MIL-PROTECT-END, the account having been stamped
      * onto the delta file by milmaint or milexp.
           MOVE "N" TO WS-SCRA-PROTECTED.
           IF WS-MILSTAT-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO MIL-ACCT-NO
               READ MILSTAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MIL-DUTY-START <= WS-RUN-DATE-N
                               AND MIL-PROTECT-END >= WS-RUN-DATE-N
                           MOVE "Y" TO WS-SCRA-PROTECTED
                       END-IF
               END-READ
           END-IF.
           IF WS-SCRA-PROTECTED = "Y"
                   AND WS-PRICE-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-PRICE-RATE
               ADD 1 TO WS-SCRA-COUNTER
           END-IF.

       070-SET-ESCROW-AMOUNT.
      * The annual escrow analysis's adjusted figure, when one is
      * on file for the account, is what the statement disclosed
      * extract) reads month indexes.  So a non-monthly election
      * prices without a schedule and a second, monthly-equivalent
      * call builds the schedule the file carries.
      * A home-equity line helocvt has converted to repayment
      * amortizes the balance it converted with over its repayment
      * term.
           IF LOAN-CONV-PRIN NUMERIC AND LOAN-CONV-PRIN > 0
               MOVE LOAN-CONV-PRIN TO PRIN-AMT
           ELSE
               MOVE LOAN-ORIG-PRIN TO PRIN-AMT
           END-IF.
           PERFORM 067-SET-INDEX-RATE.
           PERFORM 068-APPLY-SCRA-CAP.
           MOVE WS-PRICE-RATE TO INT-RATE.
           IF LOAN-CONV-PRIN NUMERIC AND LOAN-CONV-PRIN > 0
               MOVE LOAN-REPAY-TERM TO TIMEYR
           ELSE
               MOVE LOAN-TERM-YEARS TO TIMEYR
           END-IF.
           MOVE 0 TO EXTRA-PAYMENT.
      * A balloon loan still prices its level payment over the full
      * term; loancalc returns the balance due at the balloon.
           IF LOAN-BALLOON-TERM NUMERIC
               MOVE LOAN-BALLOON-TERM TO BALLOON-TERM
           ELSE
               MOVE 0 TO BALLOON-TERM
           END-IF.
           MOVE 'M' TO PAY-FREQ.
           PERFORM 045-SET-PAYMENT-ELECTION.
           IF PAY-FREQ = 'M'
           MOVE LOAN-ARM-RESET-MONTHS TO ARM-RESET-MONTHS.
           MOVE LOAN-ARM-RATE-ADJ TO ARM-RATE-ADJUSTMENT.
           MOVE LOAN-ARM-RATE-CAP TO ARM-RATE-CAP.
           IF WS-SCRA-PROTECTED = "Y"
                   AND (ARM-RATE-CAP = 0
                        OR ARM-RATE-CAP > WS-SCRA-CAP-RATE)
               MOVE WS-SCRA-CAP-RATE TO ARM-RATE-CAP
           END-IF.
           MOVE 0 TO PAYOFF-QUOTE-MONTH.
           MOVE 0 TO CLOSING-DATE.
           MOVE 0 TO FIRST-DUE-DATE.

       320-PRICE-REVOLVING.
      * A revolving line never sees loancalc: interest is billed on
      * the actual running balance at the note rate (held to the
      * SCRA cap for a protected borrower), the payment is
      * the minimum-payment computation (two percent of the
      * balance, never under the floor, never over what is owed),
      * and one schedule row for the coming month carries the
               WRITE CUOTA-FILE
               END-WRITE
           ELSE
               MOVE LOAN-INT-RATE TO WS-PRICE-RATE
               PERFORM 068-APPLY-SCRA-CAP
               COMPUTE WS-REVOLVE-INT ROUNDED =
                       LOAN-CURR-BALANCE
                       * WS-PRICE-RATE / 100 / 12
               COMPUTE WS-REVOLVE-PAY ROUNDED =
                       LOAN-CURR-BALANCE * WS-REVOLVE-MIN-PCT
               IF WS-REVOLVE-PAY < WS-REVOLVE-FLOOR
      * monthly-equivalent schedule (see 310-BUILD-MONTHLY-SCHEDULE),
      * never period indexes.  On a restart or DELTA run the
      * account's standing rows are purged first so the store never
      * carries a stale month beside a fresh one.  A balloon loan's
      * schedule ends in the balloon month, that month's principal
      * carrying the balance still owed, so the balloon is the final
      * expected payment payhroll bills.
           PERFORM 690-PURGE-OLD-SCHEDULE.
           MOVE SCHED-COUNT TO WS-SCHED-LAST.
           IF BALLOON-TERM > 0
                   AND BALLOON-TERM * 12 < SCHED-COUNT
               COMPUTE WS-SCHED-LAST = BALLOON-TERM * 12
           END-IF.
           MOVE 0 TO WS-ANCHOR-DATE.
           IF LOAN-ORIG-DATE NUMERIC AND LOAN-ORIG-DATE > 0
               MOVE LOAN-ORIG-DATE TO WS-ANCHOR-DATE
           END-IF.
      * A converted home-equity line's repayment schedule runs from
      * the end of its draw period.
           IF LOAN-CONV-PRIN NUMERIC AND LOAN-CONV-PRIN > 0
                   AND LOAN-DRAW-END-DATE > 0
               MOVE LOAN-DRAW-END-DATE TO WS-ANCHOR-DATE
           END-IF.
           IF WS-ANCHOR-DATE > 0
               DIVIDE WS-ANCHOR-DATE BY 10000
                   GIVING WS-ANCHOR-YEAR
                   REMAINDER WS-ORIG-MMDD
               DIVIDE WS-ORIG-MMDD BY 100
               MOVE WS-RUN-MONTH TO WS-ANCHOR-MONTH
           END-IF.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-LAST
               COMPUTE WS-DUE-TOTAL-MOS =
                       WS-ANCHOR-MONTH - 1
                       + SCHED-MONTH(WS-SCHED-IDX)
                   TO SCHED-OUT-INTEREST
               MOVE SCHED-BALANCE(WS-SCHED-IDX)
                   TO SCHED-OUT-BALANCE
               IF WS-SCHED-IDX = WS-SCHED-LAST
                       AND WS-SCHED-LAST < SCHED-COUNT
                   ADD SCHED-OUT-BALANCE TO SCHED-OUT-PRINCIPAL
                   MOVE 0 TO SCHED-OUT-BALANCE
               END-IF
               WRITE SCHEDULE-REC
                   INVALID KEY
                       CONTINUE
