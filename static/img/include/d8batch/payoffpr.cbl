      * Loan Payoff and Closure Processing
      * ===================================
      *
      * Driven by the paid-in-full notices on "pifnotic", among
      * them those matpass appends when a matured loan's final
      * payment settles: for each notice the received amount is
      * verified (within a tolerance)
      * against the payoff quote - the actual balance on LOANMSTR
      * plus 30/360 interest from the paid-through date to the
      * payoff date for a loan on the LOANTXN ledger, loancalc's
      * PAYOFF-QUOTE-BALANCE for the account's elapsed term for one
      * not yet converted, plus any recoverable corporate advances
      * outstanding on the CORPADV subledger - the master's
      * LOAN-STATUS is set closed with its actual balance zeroed and
      * paid-through date set to the payoff date, the payoff is
      * journaled on the ledger, the
      * account is removed from the "infile" pricing master so the
      * nightly bcuota run stops pricing it, any remaining open
      * PAYHIST items are settled with the payoff date in place by
      * key, and the lien-release letter extract goes to
      * "lienrel".  The corporate advances the quote carried are
      * collected off CORPADV with a COLLECT line on the "corpact"
      * journal.  Out-of-tolerance notices are reported and left
      * untouched for a person to resolve, as are the notices of an
      * account under an open identity-theft red-flags alert (see
      * rfscan and rfhold) until an operator clears it through
      * apprvctl.  A servicemember under SCRA protection on the
      * payoff date (per milmaint's MILSTAT file) is quoted at no
      * more than the SCRA rate cap, the same cap bcuota prices the
      * account at.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRQ-STATUS.

      * Loan transaction ledger; created on first use.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * Corporate-advance subledger; optional until corpmain has
      * booked a disbursement.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

           SELECT CORP-ACTIVITY ASSIGN TO "corpact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORPACT-STATUS.

      * Servicemembers on active duty, or within a year of its end,
      * from milmaint; a protected account's payoff interest is
      * figured at no more than the SCRA rate cap.  Optional until
      * the first is recorded.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
               05 FILLER             PIC X(01).
               05 CRQ-ACC            PIC X(10).

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Shared corporate-advance activity record; see corpact.cpy.
       FD CORP-ACTIVITY.
           COPY "corpact.cpy".

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-PRICING-STATUS   PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPADV-OPEN     PIC X(01) VALUE "N".
           01 WS-CORPACT-STATUS   PIC X(02) VALUE "00".
      * SCRA support, as in bcuota: the rate the payoff is quoted
      * at, the note rate or the cap for a protected borrower.
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN     PIC X(01) VALUE "N".
           01 WS-SCRA-CAP-RATE    PIC 9(03)V9(02) VALUE 6.00.
           01 WS-SCRA-PROTECTED   PIC X(01) VALUE "N".
           01 WS-INT-RATE         PIC 9(03)V9(02) VALUE ZEROES.
           01 WS-NOTICE-EOF       PIC X(01) VALUE "N".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".

           01 WS-PIF-MONTH        PIC 9(02).
           01 WS-ELAPSED-MONTHS   PIC S9(05) VALUE ZEROES.

      * The quote the notice is verified against, and the principal
      * in it the payoff retires.
           01 WS-PAYOFF-QUOTE     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-PAYOFF-PRINCIPAL PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-PAYOFF-INTEREST  PIC S9(07)V9(02) VALUE ZEROES.
      * Recoverable corporate advances the quote carries.
           01 WS-PAYOFF-CORPADV   PIC S9(07)V9(02) VALUE ZEROES.
      * 30/360 days of interest from the paid-through date to the
      * payoff date for a loan on the ledger.
           01 WS-FROM-DATE.
               05 WS-FROM-YEAR     PIC 9(04).
               05 WS-FROM-MONTH    PIC 9(02).
               05 WS-FROM-DAY      PIC 9(02).
           01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE PIC 9(08).
           01 WS-TO-DATE.
               05 WS-TO-YEAR       PIC 9(04).
               05 WS-TO-MONTH      PIC 9(02).
               05 WS-TO-DAY        PIC 9(02).
           01 WS-TO-DATE-NUM REDEFINES WS-TO-DATE PIC 9(08).
           01 WS-INTEREST-DAYS    PIC S9(07) VALUE ZEROES.

      * Accounts closed this run, so the payhist settle pass knows
      * whose open items to stamp.
           01 WS-CLOSED-TABLE.

           01 WS-CLOSED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-HELD-COUNTER     PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

      * Shared red-flags hold parameter record; see rfhparm.cpy.
           COPY "rfhparm.cpy".

       PROCEDURE DIVISION.
           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               GOBACK
           END-IF.
           OPEN I-O PRICING-MASTER.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN I-O CORPADV.
           IF WS-CORPADV-STATUS = "00"
               MOVE "Y" TO WS-CORPADV-OPEN
               OPEN EXTEND CORP-ACTIVITY
               IF WS-CORPACT-STATUS = "35"
                   OPEN OUTPUT CORP-ACTIVITY
               END-IF
           END-IF.
           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS = "00"
               MOVE "Y" TO WS-MILSTAT-OPEN
           END-IF.
           OPEN INPUT NOTICE-FILE.
           OPEN OUTPUT LIEN-RELEASE.
           OPEN OUTPUT PAYOFF-REPORT.
               END-READ
           END-PERFORM.

           MOVE "C" TO RFH-FUNCTION.
           CALL "rfhold" USING RFH-PARAMS.
           CLOSE NOTICE-FILE.
           CLOSE LOANMSTR.
           CLOSE PRICING-MASTER.
           CLOSE LIEN-RELEASE.
           CLOSE CORR-QUEUE.
           CLOSE LOAN-LEDGER.
           IF WS-CORPADV-OPEN = "Y"
               CLOSE CORPADV
               CLOSE CORP-ACTIVITY
           END-IF.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.

           OPEN I-O PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS = "00"

           DISPLAY "LOANS CLOSED: "     WS-CLOSED-COUNTER.
           DISPLAY "NOTICES REJECTED: " WS-REJECTED-COUNTER.
           DISPLAY "RED FLAG HOLDS: "   WS-HELD-COUNTER.
      * The hold-check CALLs reset RETURN-CODE; restate the warning.
           IF WS-REJECTED-COUNTER > 0 OR WS-HELD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-PROCESS-NOTICE.
           MOVE 0 TO WS-PAYOFF-QUOTE.
           MOVE "S"          TO RFH-FUNCTION.
           MOVE PIF-ACC      TO RFH-ACCT.
           MOVE "payoffpr"   TO RFH-CALLER.
           CALL "rfhold" USING RFH-PARAMS.
           IF RFH-HELD
               PERFORM 320-HOLD-NOTICE
           ELSE
               MOVE PIF-ACC TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       PERFORM 300-REJECT-NOTICE
                   NOT INVALID KEY
                       IF LOAN-STATUS = "C"
                           PERFORM 300-REJECT-NOTICE
                       ELSE
                           PERFORM 200-VERIFY-AND-CLOSE
                       END-IF
               END-READ
           END-IF.

       200-VERIFY-AND-CLOSE.
      * Quote the payoff and verify the received amount against it
      * before anything is updated.
           PERFORM 240-APPLY-SCRA-CAP.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               PERFORM 250-QUOTE-FROM-LEDGER
           ELSE
               PERFORM 260-QUOTE-FROM-SCHEDULE
           END-IF.
           PERFORM 270-ADD-CORP-ADVANCES.

           IF ERROR-MSG NOT = "OK"
               PERFORM 300-REJECT-NOTICE
           ELSE
               COMPUTE WS-DIFFERENCE =
                       PIF-AMOUNT - WS-PAYOFF-QUOTE
               IF WS-DIFFERENCE < 0
                   COMPUTE WS-DIFFERENCE = WS-DIFFERENCE * -1
               END-IF
               IF WS-DIFFERENCE > WS-TOLERANCE
                   PERFORM 300-REJECT-NOTICE
               ELSE
                   PERFORM 400-CLOSE-ACCOUNT
               END-IF
           END-IF.

       240-APPLY-SCRA-CAP.
      * A borrower under SCRA protection on the payoff date owes no
      * more interest than the cap allows, whatever the note says -
      * the same test bcuota applies when it prices the account.
           MOVE LOAN-INT-RATE TO WS-INT-RATE.
           MOVE "N" TO WS-SCRA-PROTECTED.
           IF WS-MILSTAT-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO MIL-ACCT-NO
               READ MILSTAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MIL-DUTY-START <= PIF-DATE
                               AND MIL-PROTECT-END >= PIF-DATE
                           MOVE "Y" TO WS-SCRA-PROTECTED
                       END-IF
               END-READ
           END-IF.
           IF WS-SCRA-PROTECTED = "Y"
                   AND WS-INT-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-INT-RATE
           END-IF.

       250-QUOTE-FROM-LEDGER.
      * The balance actually owed plus interest on it from the date
      * the loan is paid through (its origination, if no
      * installment has settled yet) to the day the funds arrived.
           INITIALIZE LOAN-PARAMS.
           MOVE "OK" TO ERROR-MSG.
           IF LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-PAID-THRU-DATE TO WS-FROM-DATE-NUM
           ELSE
               MOVE LOAN-ORIG-DATE TO WS-FROM-DATE-NUM
           END-IF.
           MOVE PIF-DATE TO WS-TO-DATE-NUM.
           COMPUTE WS-INTEREST-DAYS =
                   (WS-TO-YEAR * 360 + WS-TO-MONTH * 30 + WS-TO-DAY)
                   - (WS-FROM-YEAR * 360 + WS-FROM-MONTH * 30
                      + WS-FROM-DAY).
           IF WS-INTEREST-DAYS < 0
               MOVE 0 TO WS-INTEREST-DAYS
           END-IF.
           MOVE LOAN-ACTUAL-BALANCE TO WS-PAYOFF-PRINCIPAL.
           COMPUTE WS-PAYOFF-INTEREST ROUNDED =
                   LOAN-ACTUAL-BALANCE * WS-INT-RATE
                   * WS-INTEREST-DAYS / 36000.
           COMPUTE WS-PAYOFF-QUOTE =
                   WS-PAYOFF-PRINCIPAL + WS-PAYOFF-INTEREST.

       260-QUOTE-FROM-SCHEDULE.
      * A loan not yet on the ledger is quoted by loancalc as of
      * the elapsed month.
           DIVIDE LOAN-ORIG-DATE BY 10000
               GIVING WS-ORIG-YEAR
               REMAINDER WS-ORIG-MMDD.
           INITIALIZE LOAN-PARAMS.
           MOVE 4 TO COMMAREA-VERSION.
           MOVE LOAN-ORIG-PRIN  TO PRIN-AMT.
           MOVE WS-INT-RATE     TO INT-RATE.
           MOVE LOAN-TERM-YEARS TO TIMEYR.
           MOVE "N" TO SCHED-REQUEST.
           MOVE "M" TO PAY-FREQ.
           MOVE WS-ELAPSED-MONTHS TO PAYOFF-QUOTE-MONTH.
           MOVE "PAYOFFPR" TO AUDIT-SOURCE.
           CALL "loancalc" USING LOAN-PARAMS.
           MOVE PAYOFF-QUOTE-BALANCE TO WS-PAYOFF-QUOTE.
           MOVE PAYOFF-QUOTE-BALANCE TO WS-PAYOFF-PRINCIPAL.

       270-ADD-CORP-ADVANCES.
      * Whatever the servicer paid out that the borrower owes back
      * is part of what it takes to pay the loan off.
           MOVE 0 TO WS-PAYOFF-CORPADV.
           IF WS-CORPADV-OPEN = "Y"
               MOVE PIF-ACC TO CORP-ACCT-NO
               READ CORPADV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CORP-BALANCE > 0
                           MOVE CORP-BALANCE TO WS-PAYOFF-CORPADV
                       END-IF
               END-READ
           END-IF.
           ADD WS-PAYOFF-CORPADV TO WS-PAYOFF-QUOTE.

       300-REJECT-NOTICE.
           ADD 1 TO WS-REJECTED-COUNTER.
           MOVE PIF-ACC    TO WS-DTL-ACC.
           MOVE PIF-AMOUNT TO WS-DTL-RECEIVED.
           MOVE WS-PAYOFF-QUOTE TO WS-DTL-QUOTE.
           MOVE "NOT PROCESSED"      TO WS-DTL-ACTION.
           MOVE WS-DETAIL-LINE TO PAYOFF-REPORT-REC.
           WRITE PAYOFF-REPORT-REC.
           MOVE 4 TO RETURN-CODE.

       320-HOLD-NOTICE.
      * Left on the notice file untouched, like an out-of-tolerance
      * notice, and picked up again on the first run after the
      * alert is cleared.
           ADD 1 TO WS-HELD-COUNTER.
           MOVE PIF-ACC    TO WS-DTL-ACC.
           MOVE PIF-AMOUNT TO WS-DTL-RECEIVED.
           MOVE 0          TO WS-DTL-QUOTE.
           MOVE "RED FLAG HOLD"      TO WS-DTL-ACTION.
           MOVE WS-DETAIL-LINE TO PAYOFF-REPORT-REC.
           WRITE PAYOFF-REPORT-REC.

       400-CLOSE-ACCOUNT.
           MOVE "C" TO LOAN-STATUS.
           MOVE 0 TO LOAN-ACTUAL-BALANCE.
           MOVE PIF-DATE TO LOAN-PAID-THRU-DATE.
           REWRITE LOAN-RECORD.
           PERFORM 450-JOURNAL-PAYOFF.
           IF WS-PAYOFF-CORPADV > 0
               PERFORM 470-COLLECT-CORP-ADVANCES
           END-IF.

      * Out of the nightly pricing file; an account already absent
      * there is fine, the point is that it not be priced again.
      * silently.
               MOVE PIF-ACC TO WS-DTL-ACC
               MOVE PIF-AMOUNT TO WS-DTL-RECEIVED
               MOVE WS-PAYOFF-QUOTE TO WS-DTL-QUOTE
               MOVE "HIST NOT SETTLED" TO WS-DTL-ACTION
               MOVE WS-DETAIL-LINE TO PAYOFF-REPORT-REC
               WRITE PAYOFF-REPORT-REC
           ADD 1 TO WS-CLOSED-COUNTER.
           MOVE PIF-ACC    TO WS-DTL-ACC.
           MOVE PIF-AMOUNT TO WS-DTL-RECEIVED.
           MOVE WS-PAYOFF-QUOTE TO WS-DTL-QUOTE.
           MOVE "CLOSED"             TO WS-DTL-ACTION.
           MOVE WS-DETAIL-LINE TO PAYOFF-REPORT-REC.
           WRITE PAYOFF-REPORT-REC.

       450-JOURNAL-PAYOFF.
      * The payoff retires the principal the quote carried; what
      * the notice brought beyond it and the corporate advances is
      * interest.
           COMPUTE WS-PAYOFF-INTEREST =
                   PIF-AMOUNT - WS-PAYOFF-PRINCIPAL
                   - WS-PAYOFF-CORPADV.
           IF WS-PAYOFF-INTEREST < 0
               MOVE 0 TO WS-PAYOFF-INTEREST
           END-IF.
           MOVE SPACES              TO TXN-REC.
           MOVE PIF-ACC             TO TXN-ACC.
           MOVE PIF-DATE            TO TXN-DATE.
           MOVE 1                   TO TXN-SEQ.
           MOVE "PAYOFF"            TO TXN-TYPE.
           MOVE 0                   TO TXN-DUE-DATE.
           MOVE PIF-AMOUNT          TO TXN-AMOUNT.
           MOVE WS-PAYOFF-PRINCIPAL TO TXN-PRINCIPAL.
           MOVE WS-PAYOFF-INTEREST  TO TXN-INTEREST.
           MOVE 0 TO TXN-ESCROW TXN-FEES TXN-BALANCE.
           MOVE "PAYOFFPR"          TO TXN-SOURCE.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   PIF-ACC
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
               END-WRITE
           END-PERFORM.

       470-COLLECT-CORP-ADVANCES.
      * The quote was read off this record moments ago; it is
      * collected in full.
           MOVE PIF-ACC TO CORP-ACCT-NO.
           READ CORPADV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-PAYOFF-CORPADV FROM CORP-BALANCE
                   ADD WS-PAYOFF-CORPADV TO CORP-RECOVERED-TOTAL
                   MOVE PIF-DATE TO CORP-LAST-DATE
                   REWRITE CORP-RECORD
                   MOVE SPACES            TO CORPACT-REC
                   MOVE PIF-ACC           TO CORPACT-ACC
                   MOVE PIF-DATE          TO CORPACT-DATE
                   MOVE "COLLECT"         TO CORPACT-TYPE
                   MOVE "Y"               TO CORPACT-RECOVERABLE
                   MOVE WS-PAYOFF-CORPADV TO CORPACT-AMOUNT
                   MOVE "PAID IN FULL"    TO CORPACT-PAYEE
                   MOVE "PAYOFFPR"        TO CORPACT-OPERATOR
                   WRITE CORPACT-REC
           END-READ.

       500-SETTLE-ACCOUNT-ITEMS.
      * Position at the closed account and settle its open items in
      * place with the payoff date; everything else on the file is
           MOVE WS-REJECTED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO PAYOFF-REPORT-REC.
           WRITE PAYOFF-REPORT-REC.

           MOVE "RED FLAG HOLDS:"     TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO PAYOFF-REPORT-REC.
           WRITE PAYOFF-REPORT-REC.
