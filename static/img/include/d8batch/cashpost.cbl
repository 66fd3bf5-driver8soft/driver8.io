      * the next incremental pricing run re-amortizes it - borrowers
      * who round their payment up finally get the benefit.  Every
      * posting action is recorded on the "postreg" register and
      * totaled on the "postrpt" report.  Every money movement is
      * also journaled on the LOANTXN loan transaction ledger, split
      * into principal, interest, escrow, and fees, and the principal
      * share comes off LOAN-ACTUAL-BALANCE on LOANMSTR, whose paid-
      * through date moves up as installments settle in full.  How a
      * receipt splits follows its loan's product: PROD-APPLY-ORDER
      * on PRODPARM lists the buckets in the order money fills them
      * (standard "IPEFC" - interest, principal, escrow, fees,
      * corporate advances - when the product or the order is not
      * on file).  An installment fills its interest, principal, and
      * escrow in that order.  Fees and the recoverable corporate
      * advances on the CORPADV subledger are owed by the account,
      * not the installment: each comes ahead of the scheduled items
      * when the order names it before all three, after them
      * otherwise, and between themselves in the order named.  A
      * corporate-advance collection is a CORPPAID register action
      * and a COLLECT line on the "corpact" journal.  The split each
      * posting made rides the
      * "postreg" line as well, so remittance, the GL, and the 1098
      * work from the money as it was actually applied.  When an
      * installment that was advanced to a scheduled/scheduled
      * investor finally settles, its principal and interest go
      * first to recovering the servicer's advance on the PIADVNC
      * subledger (a RECOVER line on the "advact" journal), since
      * the investor was paid that money when it was advanced.  An
      * installment with no schedule row splits off a month's
      * interest at the note rate, held to the SCRA rate cap for a
      * servicemember protected on MILSTAT, as bcuota prices it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEACT-STATUS.

      * The loan master carries the actual principal balance and
      * paid-through date the postings move.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * The installment's scheduled principal and interest decide
      * how a payment splits; optional before the first pricing
      * run has built the store.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDMST-STATUS.

      * Loan transaction ledger; created on first use.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * Corporate-advance subledger corpmain books disbursements
      * into; receipt money pays down the recoverable balance.
      * Optional until something has been disbursed.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

           SELECT CORP-ACTIVITY ASSIGN TO "corpact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORPACT-STATUS.

      * Servicer P&I advance subledger invremit advances into; an
      * advanced installment's late payment recovers it.  Optional -
      * with no advances made there is nothing to recover.
           SELECT PIADVNC ASSIGN TO "PIADVNC"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADV-ACCT-NO
           FILE STATUS IS WS-PIADVNC-STATUS.

           SELECT ADV-ACTIVITY ASSIGN TO "advact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADVACT-STATUS.

      * Product-parameter file maintained by prodmain; each receipt
      * applies in its loan's product's order, the standard order
      * when the file or product is missing.
           SELECT PRODPARM ASSIGN TO "PRODPARM"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PRODPARM-STATUS.

      * Servicemembers on active duty, or within a year of its end,
      * from milmaint; a protected account's interest is figured at
      * no more than the SCRA rate cap.  Optional until the first
      * is recorded.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared payment-history record; see payhist.cpy.
               05 POSTREG-AMOUNT     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ACTION     PIC X(08).
      * How the amount split by bucket; all zero on a SUSPENSE line,
      * which applied nothing.
               05 FILLER             PIC X(01).
               05 POSTREG-PRINCIPAL  PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-INTEREST   PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ESCROW     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-FEES       PIC 9(07)V9(02).

       FD POSTING-REPORT.
           01 POSTING-REPORT-REC PIC X(80).
       FD FEE-ACTIVITY.
           COPY "feeact.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * Shared product-parameter record; see prodparm.cpy.
       FD PRODPARM.
           COPY "prodparm.cpy".

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Shared corporate-advance activity record; see corpact.cpy.
       FD CORP-ACTIVITY.
           COPY "corpact.cpy".

      * Shared advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

      * Shared advance-activity journal record; see advact.cpy.
       FD ADV-ACTIVITY.
           COPY "advact.cpy".

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
      * suspense) from "matched with money left" (curtailment).
                   10 WS-RCPT-LEFT      PIC 9(07)V9(02).
                   10 WS-RCPT-APPLIED   PIC X(01).
      * The application order of the account's product.
                   10 WS-RCPT-ORDER     PIC X(05).
           01 WS-RECEIPT-COUNT    PIC 9(04) VALUE ZEROES.
           01 WS-RECEIPTS-READ    PIC 9(09) VALUE ZEROES.
           01 WS-RCPT-IDX         PIC 9(04) VALUE ZEROES.
      * The unpaid remainder of the open item being posted.
           01 WS-REMAINING        PIC 9(07)V9(02) VALUE ZEROES.

           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDMST-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDMST-OPEN    PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-LOAN-FOUND       PIC X(01) VALUE "N".
           01 WS-SCHED-FOUND      PIC X(01) VALUE "N".

      * One ledger movement as it is being posted: the account,
      * value date, type, the installment it applied to, the money
      * moved, and its split by bucket.
           01 WS-TXN-ACC          PIC X(10) VALUE SPACES.
           01 WS-TXN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-TXN-TYPE         PIC X(08) VALUE SPACES.
           01 WS-TXN-DUE-DATE     PIC 9(08) VALUE ZEROES.
           01 WS-TXN-SETTLED      PIC X(01) VALUE "N".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-APPLY-AMOUNT     PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-PRIOR-PAID       PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-SPLIT-PRINCIPAL  PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-SPLIT-INTEREST   PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-SPLIT-ESCROW     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-SPLIT-FEES       PIC S9(07)V9(02) VALUE ZEROES.
      * The installment's scheduled interest and principal, and the
      * working amounts the split walks them with.
           01 WS-SCHED-INT-DUE    PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-SCHED-PRIN-DUE   PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-APPLY-LEFT       PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-BUCKET-LEFT      PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-LEDGER-COUNTER   PIC 9(09) VALUE ZEROES.

           01 WS-PRODPARM-STATUS  PIC X(02) VALUE "00".
           01 WS-PRODPARM-OPEN    PIC X(01) VALUE "N".
           01 WS-WANT-PRODUCT     PIC X(03) VALUE SPACES.
           01 WS-CACHED-PRODUCT   PIC X(03) VALUE SPACES.
           01 WS-CACHED-ORDER     PIC X(05) VALUE "IPEFC".
      * The order the current posting applies in, one bucket letter
      * per step, and the installment's escrow share and the prior
      * partials still to be laid against its buckets.
           01 WS-APPLY-ORDER      PIC X(05) VALUE "IPEFC".
           01 WS-APPLY-ORDER-TABLE REDEFINES WS-APPLY-ORDER.
               05 WS-APPLY-STEP    PIC X(01) OCCURS 5 TIMES.
           01 WS-STEP-IDX         PIC 9(01) VALUE ZEROES.
           01 WS-ITEM-STEP        PIC 9(01) VALUE ZEROES.
           01 WS-SCHED-ESC-DUE    PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-PRIOR-LEFT       PIC S9(07)V9(02) VALUE ZEROES.

           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPADV-OPEN     PIC X(01) VALUE "N".
           01 WS-CORPACT-STATUS   PIC X(02) VALUE "00".
           01 WS-CORP-PAYMENT     PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-CORPPAID-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CORPPAID-TOTAL   PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-PIADVNC-STATUS   PIC X(02) VALUE "00".
           01 WS-PIADVNC-OPEN     PIC X(01) VALUE "N".
           01 WS-ADVACT-STATUS    PIC X(02) VALUE "00".
           01 WS-DUE-MM           PIC 9(06) VALUE ZEROES.
           01 WS-RECOVER-INT      PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-RECOVER-PRIN     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-RECOVER-COUNTER  PIC 9(09) VALUE ZEROES.

      * SCRA support, as in bcuota: the rate an installment with no
      * schedule row splits its interest at.
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN     PIC X(01) VALUE "N".
           01 WS-SCRA-CAP-RATE    PIC 9(03)V9(02) VALUE 6.00.
           01 WS-SCRA-PROTECTED   PIC X(01) VALUE "N".
           01 WS-INT-RATE         PIC 9(03)V9(02) VALUE ZEROES.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.99.
           IF WS-FEEACT-STATUS = "35"
               OPEN OUTPUT FEE-ACTIVITY
           END-IF.
           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDMST-STATUS = "00"
               MOVE "Y" TO WS-SCHEDMST-OPEN
           END-IF.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN INPUT PRODPARM.
           IF WS-PRODPARM-STATUS = "00"
               MOVE "Y" TO WS-PRODPARM-OPEN
           END-IF.
           OPEN I-O CORPADV.
           IF WS-CORPADV-STATUS = "00"
               MOVE "Y" TO WS-CORPADV-OPEN
               OPEN EXTEND CORP-ACTIVITY
               IF WS-CORPACT-STATUS = "35"
                   OPEN OUTPUT CORP-ACTIVITY
               END-IF
           END-IF.
           OPEN I-O PIADVNC.
           IF WS-PIADVNC-STATUS = "00"
               MOVE "Y" TO WS-PIADVNC-OPEN
               OPEN EXTEND ADV-ACTIVITY
               IF WS-ADVACT-STATUS = "35"
                   OPEN OUTPUT ADV-ACTIVITY
               END-IF
           END-IF.
           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS = "00"
               MOVE "Y" TO WS-MILSTAT-OPEN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 100-LOAD-RECEIPTS.
           PERFORM 600-APPLY-FEES-FIRST.

      * The file is keyed on account plus due date, so starting at
      * each receipt's account and reading forward presents its
               CLOSE FEELEDGR
           END-IF.
           CLOSE FEE-ACTIVITY.
           CLOSE LOANMSTR.
           IF WS-SCHEDMST-OPEN = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.
           CLOSE LOAN-LEDGER.
           IF WS-PRODPARM-OPEN = "Y"
               CLOSE PRODPARM
           END-IF.
           IF WS-CORPADV-OPEN = "Y"
               CLOSE CORPADV
               CLOSE CORP-ACTIVITY
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               CLOSE PIADVNC
               CLOSE ADV-ACTIVITY
           END-IF.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.

           DISPLAY "RECEIPTS POSTED: "     WS-POSTED-COUNTER.
           DISPLAY "PARTIAL APPLICATIONS: " WS-PARTIAL-COUNTER.
           DISPLAY "FEES COLLECTED: "      WS-FEEPAID-COUNTER.
           DISPLAY "CORP ADVANCES COLLECTED: " WS-CORPPAID-COUNTER.
           DISPLAY "CURTAILMENTS APPLIED: " WS-CURTAIL-COUNTER.
           DISPLAY "RECEIPTS SUSPENDED: "  WS-SUSPENSE-COUNTER.
           DISPLAY "LEDGER ENTRIES: "      WS-LEDGER-COUNTER.
           DISPLAY "ADVANCES RECOVERED: "  WS-RECOVER-COUNTER.
           GOBACK.

       100-LOAD-RECEIPTS.
                       MOVE RCPT-AMOUNT
                           TO WS-RCPT-LEFT(WS-RECEIPT-COUNT)
                       MOVE "N" TO WS-RCPT-APPLIED(WS-RECEIPT-COUNT)
                       PERFORM 150-SET-APPLY-ORDER
                   END-IF
               END-READ
           END-PERFORM.

       150-SET-APPLY-ORDER.
      * The receipt takes its loan's product's order; a loan with
      * no product code applies under "STD", and a product with no
      * order of its own under the standard one.  Runs of the same
      * product hit the cached order.
           MOVE SPACES TO WS-WANT-PRODUCT.
           MOVE RCPT-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-PRODUCT-CODE TO WS-WANT-PRODUCT
           END-READ.
           IF WS-WANT-PRODUCT = SPACES
               MOVE "STD" TO WS-WANT-PRODUCT
           END-IF.
           IF WS-WANT-PRODUCT NOT = WS-CACHED-PRODUCT
               MOVE "IPEFC" TO WS-CACHED-ORDER
               IF WS-PRODPARM-OPEN = "Y"
                   MOVE WS-WANT-PRODUCT TO PROD-CODE
                   READ PRODPARM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROD-APPLY-ORDER NOT = SPACES
                               MOVE PROD-APPLY-ORDER
                                   TO WS-CACHED-ORDER
                           END-IF
                   END-READ
               END-IF
               MOVE WS-WANT-PRODUCT TO WS-CACHED-PRODUCT
           END-IF.
           MOVE WS-CACHED-ORDER TO WS-RCPT-ORDER(WS-RECEIPT-COUNT).

       200-APPLY-RECEIPT.
      * Position at the receipt's account and walk its items in
      * due-date order until the money runs out or the account's
           COMPUTE WS-REMAINING =
                   PAYHIST-AMOUNT - PAYHIST-PAID-AMT.
           IF WS-REMAINING > 0
               MOVE PAYHIST-PAID-AMT TO WS-PRIOR-PAID
               MOVE "Y" TO WS-RCPT-APPLIED(WS-RCPT-IDX)
               MOVE SPACES           TO POSTING-REGISTER-REC
               MOVE PAYHIST-ACC      TO POSTREG-ACC
                   ADD WS-REMAINING TO WS-POSTED-TOTAL
                   MOVE WS-REMAINING TO POSTREG-AMOUNT
                   MOVE "POSTED"     TO POSTREG-ACTION
                   MOVE WS-REMAINING TO WS-APPLY-AMOUNT
                   MOVE "PAYMENT"    TO WS-TXN-TYPE
      * Only a regular installment settled moves the paid-through
      * date or recovers the month's advance; a repayment-plan item
      * falls due mid-month with the regular one still open.
                   IF PAYHIST-REGULAR-ITEM
                       MOVE "Y"      TO WS-TXN-SETTLED
                   ELSE
                       MOVE "N"      TO WS-TXN-SETTLED
                   END-IF
               ELSE
                   MOVE WS-RCPT-LEFT(WS-RCPT-IDX) TO WS-APPLY-AMOUNT
                   MOVE "PARTIAL"    TO WS-TXN-TYPE
                   MOVE "N"          TO WS-TXN-SETTLED
                   COMPUTE PAYHIST-PAID-AMT =
                           PAYHIST-PAID-AMT
                           + WS-RCPT-LEFT(WS-RCPT-IDX)
                   MOVE "PARTIAL"    TO POSTREG-ACTION
               END-IF
               REWRITE PAYHIST-REC
               MOVE PAYHIST-ACC      TO WS-TXN-ACC
               MOVE WS-RCPT-DATE(WS-RCPT-IDX) TO WS-TXN-DATE
               MOVE PAYHIST-DUE-DATE TO WS-TXN-DUE-DATE
               MOVE WS-RCPT-ORDER(WS-RCPT-IDX) TO WS-APPLY-ORDER
               PERFORM 260-READ-LOAN
               PERFORM 270-SPLIT-ITEM-PAYMENT
               PERFORM 290-SET-REGISTER-SPLIT
               WRITE POSTING-REGISTER-REC
               END-WRITE
               PERFORM 280-POST-TO-LEDGER
               IF WS-TXN-SETTLED = "Y" AND WS-PIADVNC-OPEN = "Y"
                   PERFORM 285-RECOVER-ADVANCE
               END-IF
           END-IF.

       260-READ-LOAN.
           MOVE "N" TO WS-LOAN-FOUND.
           MOVE WS-TXN-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOAN-FOUND
           END-READ.

       270-SPLIT-ITEM-PAYMENT.
      * The installment owes its scheduled interest, its scheduled
      * principal, and as escrow whatever it carries beyond the
      * two; the payment fills those buckets in the order the
      * product names them.  Money an earlier partial already
      * applied to the item fills them first, in the same order, so
      * a run of partials splits exactly as one full payment would.
      * With no schedule row for the month, the interest is a
      * month's worth on the balance owed.
           MOVE 0 TO WS-SPLIT-PRINCIPAL WS-SPLIT-INTEREST
                     WS-SPLIT-ESCROW WS-SPLIT-FEES.
           MOVE 0 TO WS-SCHED-INT-DUE WS-SCHED-PRIN-DUE.
           MOVE "N" TO WS-SCHED-FOUND.
           IF WS-SCHEDMST-OPEN = "Y"
               MOVE SPACES TO SCHED-KEY
               MOVE WS-TXN-ACC TO SCHED-OUT-ACC
               COMPUTE SCHED-OUT-DUE-DATE = WS-TXN-DUE-DATE / 100
               READ SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SCHED-FOUND
                       MOVE SCHED-OUT-INTEREST  TO WS-SCHED-INT-DUE
                       MOVE SCHED-OUT-PRINCIPAL TO WS-SCHED-PRIN-DUE
               END-READ
           END-IF.
           IF WS-SCHED-FOUND = "N" AND WS-LOAN-FOUND = "Y"
               PERFORM 272-APPLY-SCRA-CAP
               IF LOAN-ACTUAL-BALANCE > 0
                   COMPUTE WS-SCHED-INT-DUE ROUNDED =
                           LOAN-ACTUAL-BALANCE * WS-INT-RATE / 1200
               ELSE
                   COMPUTE WS-SCHED-INT-DUE ROUNDED =
                           LOAN-ORIG-PRIN * WS-INT-RATE / 1200
               END-IF
               COMPUTE WS-SCHED-PRIN-DUE =
                       PAYHIST-AMOUNT - WS-SCHED-INT-DUE
               IF WS-SCHED-PRIN-DUE < 0
                   MOVE 0 TO WS-SCHED-PRIN-DUE
               END-IF
           END-IF.
           COMPUTE WS-SCHED-ESC-DUE = PAYHIST-AMOUNT
                   - WS-SCHED-INT-DUE - WS-SCHED-PRIN-DUE.
           IF WS-SCHED-ESC-DUE < 0
               MOVE 0 TO WS-SCHED-ESC-DUE
           END-IF.
           MOVE WS-PRIOR-PAID   TO WS-PRIOR-LEFT.
           MOVE WS-APPLY-AMOUNT TO WS-APPLY-LEFT.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 5
               PERFORM 275-FILL-ITEM-BUCKET
           END-PERFORM.
      * Anything the buckets could not take (an installment whose
      * schedule row no longer adds up to it) is escrow, as before.
           ADD WS-APPLY-LEFT TO WS-SPLIT-ESCROW.

       272-APPLY-SCRA-CAP.
      * A borrower under SCRA protection on the run date owes no
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
                       IF MIL-DUTY-START <= WS-RUN-DATE
                               AND MIL-PROTECT-END >= WS-RUN-DATE
                           MOVE "Y" TO WS-SCRA-PROTECTED
                       END-IF
               END-READ
           END-IF.
           IF WS-SCRA-PROTECTED = "Y"
                   AND WS-INT-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-INT-RATE
           END-IF.

       275-FILL-ITEM-BUCKET.
      * Fees and corporate advances are account-level, not part of
      * the installment, so only I, P, and E steps take money here.
           EVALUATE WS-APPLY-STEP(WS-STEP-IDX)
               WHEN "I"
                   MOVE WS-SCHED-INT-DUE  TO WS-BUCKET-LEFT
               WHEN "P"
                   MOVE WS-SCHED-PRIN-DUE TO WS-BUCKET-LEFT
               WHEN "E"
                   MOVE WS-SCHED-ESC-DUE  TO WS-BUCKET-LEFT
               WHEN OTHER
                   MOVE 0 TO WS-BUCKET-LEFT
           END-EVALUATE.
           IF WS-PRIOR-LEFT > 0 AND WS-BUCKET-LEFT > 0
               IF WS-PRIOR-LEFT >= WS-BUCKET-LEFT
                   SUBTRACT WS-BUCKET-LEFT FROM WS-PRIOR-LEFT
                   MOVE 0 TO WS-BUCKET-LEFT
               ELSE
                   SUBTRACT WS-PRIOR-LEFT FROM WS-BUCKET-LEFT
                   MOVE 0 TO WS-PRIOR-LEFT
               END-IF
           END-IF.
           IF WS-BUCKET-LEFT > WS-APPLY-LEFT
               MOVE WS-APPLY-LEFT TO WS-BUCKET-LEFT
           END-IF.
           IF WS-BUCKET-LEFT > 0
               SUBTRACT WS-BUCKET-LEFT FROM WS-APPLY-LEFT
               EVALUATE WS-APPLY-STEP(WS-STEP-IDX)
                   WHEN "I"
                       ADD WS-BUCKET-LEFT TO WS-SPLIT-INTEREST
                   WHEN "P"
                       ADD WS-BUCKET-LEFT TO WS-SPLIT-PRINCIPAL
                   WHEN "E"
                       ADD WS-BUCKET-LEFT TO WS-SPLIT-ESCROW
               END-EVALUATE
           END-IF.

       280-POST-TO-LEDGER.
      * The principal share comes off the actual balance, a
      * regular installment settled in full moves the paid-through
      * date up to its due date, and the movement is journaled with
      * the balance it left.  A loan not yet converted onto the
      * ledger (balance and paid-through both zero) still gets its
      * ledger entry, but has no actual balance to move until
      * ledgconv establishes one.
           IF WS-LOAN-FOUND = "Y"
               IF LOAN-ACTUAL-BALANCE NOT = 0
                       OR LOAN-PAID-THRU-DATE NOT = 0
                   SUBTRACT WS-SPLIT-PRINCIPAL FROM LOAN-ACTUAL-BALANCE
                   IF WS-TXN-SETTLED = "Y"
                           AND WS-TXN-DUE-DATE > LOAN-PAID-THRU-DATE
                       MOVE WS-TXN-DUE-DATE TO LOAN-PAID-THRU-DATE
                   END-IF
                   REWRITE LOAN-RECORD
               END-IF
           END-IF.
           MOVE SPACES             TO TXN-REC.
           MOVE WS-TXN-ACC         TO TXN-ACC.
           MOVE WS-TXN-DATE        TO TXN-DATE.
           MOVE 1                  TO TXN-SEQ.
           MOVE WS-TXN-TYPE        TO TXN-TYPE.
           MOVE WS-TXN-DUE-DATE    TO TXN-DUE-DATE.
           MOVE WS-APPLY-AMOUNT    TO TXN-AMOUNT.
           MOVE WS-SPLIT-PRINCIPAL TO TXN-PRINCIPAL.
           MOVE WS-SPLIT-INTEREST  TO TXN-INTEREST.
           MOVE WS-SPLIT-ESCROW    TO TXN-ESCROW.
           MOVE WS-SPLIT-FEES      TO TXN-FEES.
           IF WS-LOAN-FOUND = "Y"
               MOVE LOAN-ACTUAL-BALANCE TO TXN-BALANCE
           ELSE
               MOVE 0 TO TXN-BALANCE
           END-IF.
           MOVE "CASHPOST"         TO TXN-SOURCE.
      * Several movements on one account and day take successive
      * sequence numbers.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   WS-TXN-ACC
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
                       ADD 1 TO WS-LEDGER-COUNTER
               END-WRITE
           END-PERFORM.

       285-RECOVER-ADVANCE.
      * An installment due no later than the last month advanced,
      * settling while an advance is outstanding, pays the advance
      * back out of its scheduled interest and then its principal.
           MOVE WS-TXN-ACC TO ADV-ACCT-NO.
           READ PIADVNC
               INVALID KEY
                   MOVE 0 TO ADV-BALANCE
           END-READ.
           DIVIDE WS-TXN-DUE-DATE BY 100 GIVING WS-DUE-MM.
           IF ADV-BALANCE > 0 AND WS-DUE-MM NOT > ADV-LAST-DUE-MM
               MOVE WS-SCHED-INT-DUE TO WS-RECOVER-INT
               IF WS-RECOVER-INT > ADV-BALANCE
                   MOVE ADV-BALANCE TO WS-RECOVER-INT
               END-IF
               COMPUTE WS-RECOVER-PRIN =
                       ADV-BALANCE - WS-RECOVER-INT
               IF WS-RECOVER-PRIN > WS-SCHED-PRIN-DUE
                   MOVE WS-SCHED-PRIN-DUE TO WS-RECOVER-PRIN
               END-IF
               IF WS-RECOVER-INT + WS-RECOVER-PRIN > 0
                   SUBTRACT WS-RECOVER-INT WS-RECOVER-PRIN
                       FROM ADV-BALANCE
                   ADD WS-RECOVER-INT WS-RECOVER-PRIN
                       TO ADV-RECOVERED-TOTAL
                   MOVE WS-TXN-DATE TO ADV-LAST-DATE
                   REWRITE ADV-RECORD
                   ADD 1 TO WS-RECOVER-COUNTER
                   MOVE SPACES          TO ADVACT-REC
                   MOVE WS-TXN-ACC      TO ADVACT-ACC
                   MOVE WS-TXN-DATE     TO ADVACT-DATE
                   MOVE "RECOVER"       TO ADVACT-TYPE
                   MOVE ADV-INVESTOR    TO ADVACT-INVESTOR
                   MOVE WS-TXN-DUE-DATE TO ADVACT-DUE-DATE
                   MOVE WS-RECOVER-PRIN TO ADVACT-PRINCIPAL
                   MOVE WS-RECOVER-INT  TO ADVACT-INTEREST
                   MOVE "CASHPOST"      TO ADVACT-SOURCE
                   WRITE ADVACT-REC
               END-IF
           END-IF.

       290-SET-REGISTER-SPLIT.
           MOVE WS-SPLIT-PRINCIPAL TO POSTREG-PRINCIPAL.
           MOVE WS-SPLIT-INTEREST  TO POSTREG-INTEREST.
           MOVE WS-SPLIT-ESCROW    TO POSTREG-ESCROW.
           MOVE WS-SPLIT-FEES      TO POSTREG-FEES.

       600-APPLY-FEES-FIRST.
      * A product whose order puts fees or corporate advances ahead
      * of interest, principal, and escrow alike pays them out of
      * the receipt, in the order named, before any scheduled item
      * sees it.
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RECEIPT-COUNT
               MOVE WS-RCPT-ORDER(WS-RCPT-IDX) TO WS-APPLY-ORDER
               PERFORM 610-FIND-ITEM-STEP
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX >= WS-ITEM-STEP
                          OR WS-STEP-IDX > 5
                   PERFORM 620-APPLY-ACCOUNT-STEP
               END-PERFORM
           END-PERFORM.

       610-FIND-ITEM-STEP.
      * The first step any of the installment buckets sits at.
           MOVE 9 TO WS-ITEM-STEP.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > 5
               EVALUATE WS-APPLY-STEP(WS-STEP-IDX)
                   WHEN "I"
                   WHEN "P"
                   WHEN "E"
                       IF WS-STEP-IDX < WS-ITEM-STEP
                           MOVE WS-STEP-IDX TO WS-ITEM-STEP
                       END-IF
               END-EVALUATE
           END-PERFORM.

       620-APPLY-ACCOUNT-STEP.
      * Fees and corporate advances are the account-level steps;
      * the installment steps were taken care of item by item.
           IF WS-RCPT-LEFT(WS-RCPT-IDX) > 0
               EVALUATE WS-APPLY-STEP(WS-STEP-IDX)
                   WHEN "F"
                       IF WS-FEELEDGR-OPEN = "Y"
                           PERFORM 660-PAY-ACCOUNT-FEES
                       END-IF
                   WHEN "C"
                       IF WS-CORPADV-OPEN = "Y"
                           PERFORM 670-PAY-CORP-ADVANCES
                       END-IF
               END-EVALUATE
           END-IF.

       650-APPLY-TO-FEES.
      * Otherwise scheduled items come first, fees and corporate
      * advances second, principal last: money left on any receipt
      * pays down the account's assessed fees and recoverable
      * advances, in the order the product names them, before
      * anything curtails.  (A receipt that paid them first comes
      * back here only with money they no longer want.)
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
                   UNTIL WS-RCPT-IDX > WS-RECEIPT-COUNT
               IF WS-RCPT-LEFT(WS-RCPT-IDX) > 0
                   MOVE WS-RCPT-ORDER(WS-RCPT-IDX) TO WS-APPLY-ORDER
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX > 5
                       PERFORM 620-APPLY-ACCOUNT-STEP
                   END-PERFORM
               END-IF
           END-PERFORM.

       660-PAY-ACCOUNT-FEES.
           MOVE WS-RCPT-ACC(WS-RCPT-IDX) TO FEE-ACCT-NO.
           READ FEELEDGR
                           TO POSTREG-PAID-DATE
                       MOVE WS-FEE-PAYMENT TO POSTREG-AMOUNT
                       MOVE "FEEPAID"      TO POSTREG-ACTION
                       MOVE 0 TO POSTREG-PRINCIPAL POSTREG-INTEREST
                                 POSTREG-ESCROW
                       MOVE WS-FEE-PAYMENT TO POSTREG-FEES
                       WRITE POSTING-REGISTER-REC
                       END-WRITE
                       MOVE WS-RCPT-ACC(WS-RCPT-IDX)  TO WS-TXN-ACC
                       MOVE WS-RCPT-DATE(WS-RCPT-IDX) TO WS-TXN-DATE
                       MOVE 0              TO WS-TXN-DUE-DATE
                       MOVE "FEEPAID"      TO WS-TXN-TYPE
                       MOVE "N"            TO WS-TXN-SETTLED
                       MOVE WS-FEE-PAYMENT TO WS-APPLY-AMOUNT
                       MOVE 0 TO WS-SPLIT-PRINCIPAL WS-SPLIT-INTEREST
                                 WS-SPLIT-ESCROW
                       MOVE WS-FEE-PAYMENT TO WS-SPLIT-FEES
                       PERFORM 260-READ-LOAN
                       PERFORM 280-POST-TO-LEDGER
                   END-IF
           END-READ.

       670-PAY-CORP-ADVANCES.
           MOVE WS-RCPT-ACC(WS-RCPT-IDX) TO CORP-ACCT-NO.
           READ CORPADV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CORP-BALANCE > 0
                       IF WS-RCPT-LEFT(WS-RCPT-IDX) >= CORP-BALANCE
                           MOVE CORP-BALANCE TO WS-CORP-PAYMENT
                       ELSE
                           MOVE WS-RCPT-LEFT(WS-RCPT-IDX)
                               TO WS-CORP-PAYMENT
                       END-IF
                       SUBTRACT WS-CORP-PAYMENT FROM CORP-BALANCE
                       ADD WS-CORP-PAYMENT TO CORP-RECOVERED-TOTAL
                       MOVE WS-RUN-DATE TO CORP-LAST-DATE
                       REWRITE CORP-RECORD
                       SUBTRACT WS-CORP-PAYMENT
                           FROM WS-RCPT-LEFT(WS-RCPT-IDX)
                       MOVE "Y" TO WS-RCPT-APPLIED(WS-RCPT-IDX)
                       ADD 1 TO WS-CORPPAID-COUNTER
                       ADD WS-CORP-PAYMENT TO WS-CORPPAID-TOTAL
                       MOVE SPACES TO CORPACT-REC
                       MOVE WS-RCPT-ACC(WS-RCPT-IDX) TO CORPACT-ACC
                       MOVE WS-RUN-DATE     TO CORPACT-DATE
                       MOVE "COLLECT"       TO CORPACT-TYPE
                       MOVE "Y"             TO CORPACT-RECOVERABLE
                       MOVE WS-CORP-PAYMENT TO CORPACT-AMOUNT
                       MOVE "RECEIPT APPLIED" TO CORPACT-PAYEE
                       MOVE "CASHPOST"      TO CORPACT-OPERATOR
                       WRITE CORPACT-REC
                       MOVE SPACES TO POSTING-REGISTER-REC
                       MOVE WS-RCPT-ACC(WS-RCPT-IDX)
                           TO POSTREG-ACC
                       MOVE 0 TO POSTREG-DUE-DATE
                       MOVE WS-RCPT-DATE(WS-RCPT-IDX)
                           TO POSTREG-PAID-DATE
                       MOVE WS-CORP-PAYMENT TO POSTREG-AMOUNT
                       MOVE "CORPPAID"      TO POSTREG-ACTION
                       MOVE 0 TO POSTREG-PRINCIPAL POSTREG-INTEREST
                                 POSTREG-ESCROW POSTREG-FEES
                       WRITE POSTING-REGISTER-REC
                       END-WRITE
      * None of it touches the loan's own buckets; the ledger
      * carries the movement with an empty split.
                       MOVE WS-RCPT-ACC(WS-RCPT-IDX)  TO WS-TXN-ACC
                       MOVE WS-RCPT-DATE(WS-RCPT-IDX) TO WS-TXN-DATE
                       MOVE 0               TO WS-TXN-DUE-DATE
                       MOVE "CORPPAID"      TO WS-TXN-TYPE
                       MOVE "N"             TO WS-TXN-SETTLED
                       MOVE WS-CORP-PAYMENT TO WS-APPLY-AMOUNT
                       MOVE 0 TO WS-SPLIT-PRINCIPAL WS-SPLIT-INTEREST
                                 WS-SPLIT-ESCROW WS-SPLIT-FEES
                       PERFORM 260-READ-LOAN
                       PERFORM 280-POST-TO-LEDGER
                   END-IF
           END-READ.

                       TO POSTREG-PAID-DATE
                   MOVE WS-RCPT-LEFT(WS-RCPT-IDX) TO POSTREG-AMOUNT
                   MOVE "CURTAIL" TO POSTREG-ACTION
                   MOVE WS-RCPT-LEFT(WS-RCPT-IDX)
                       TO POSTREG-PRINCIPAL
                   MOVE 0 TO POSTREG-INTEREST POSTREG-ESCROW
                             POSTREG-FEES
                   WRITE POSTING-REGISTER-REC
                   END-WRITE
      * All of a curtailment is principal.
                   MOVE WS-RCPT-ACC(WS-RCPT-IDX)  TO WS-TXN-ACC
                   MOVE WS-RCPT-DATE(WS-RCPT-IDX) TO WS-TXN-DATE
                   MOVE 0         TO WS-TXN-DUE-DATE
                   MOVE "CURTAIL" TO WS-TXN-TYPE
                   MOVE "N"       TO WS-TXN-SETTLED
                   MOVE WS-RCPT-LEFT(WS-RCPT-IDX) TO WS-APPLY-AMOUNT
                   MOVE WS-RCPT-LEFT(WS-RCPT-IDX)
                       TO WS-SPLIT-PRINCIPAL
                   MOVE 0 TO WS-SPLIT-INTEREST WS-SPLIT-ESCROW
                             WS-SPLIT-FEES
                   PERFORM 260-READ-LOAN
                   PERFORM 280-POST-TO-LEDGER
               END-IF
           END-PERFORM.

                   MOVE WS-RCPT-AMOUNT(WS-RCPT-IDX)
                       TO POSTREG-AMOUNT
                   MOVE "SUSPENSE" TO POSTREG-ACTION
                   MOVE 0 TO POSTREG-PRINCIPAL POSTREG-INTEREST
                             POSTREG-ESCROW POSTREG-FEES
                   WRITE POSTING-REGISTER-REC
                   END-WRITE
               END-IF
           MOVE WS-TOTAL-LINE          TO POSTING-REPORT-REC.
           WRITE POSTING-REPORT-REC.

           MOVE "ADVANCES COLLECTED:"  TO WS-TOT-LABEL.
           MOVE WS-CORPPAID-TOTAL      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO POSTING-REPORT-REC.
           WRITE POSTING-REPORT-REC.

           MOVE "CURTAILMENTS APPLIED:" TO WS-TOT-LABEL.
           MOVE WS-CURTAIL-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO POSTING-REPORT-REC.
