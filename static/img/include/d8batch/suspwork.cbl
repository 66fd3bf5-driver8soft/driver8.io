      * age bucket; items older than the refund window (default 90
      * days, first command-line token overrides) move to the
      * "susprfnd" refund extract and off the file.  The survivors
      * are rewritten to "suspense" for the next night.  Each
      * re-match is journaled on the LOANTXN loan transaction
      * ledger and moves LOAN-ACTUAL-BALANCE and the paid-through
      * date on LOANMSTR exactly as a cashpost posting does, split
      * across interest, principal, and escrow in the order the
      * loan's product sets on PRODPARM, with the split carried on
      * the "postreg" line.  An installment advanced to a
      * scheduled/scheduled investor that settles here recovers the
      * servicer's advance on PIADVNC just as it would in cashpost,
      * and an installment with no schedule row splits off its
      * interest under the same SCRA rate cap cashpost applies.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-POSTREG-STATUS.

      * The master, schedule, and ledger a posting moves, opened
      * as cashpost opens them.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDMST-STATUS.

           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * Product-parameter file for each loan's application order,
      * opened as cashpost opens it.
           SELECT PRODPARM ASSIGN TO "PRODPARM"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PRODPARM-STATUS.

      * Servicer P&I advance subledger and its activity journal,
      * opened as cashpost opens them.
           SELECT PIADVNC ASSIGN TO "PIADVNC"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADV-ACCT-NO
           FILE STATUS IS WS-PIADVNC-STATUS.

           SELECT ADV-ACTIVITY ASSIGN TO "advact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADVACT-STATUS.

      * Servicemembers on active duty, or within a year of its end,
      * from milmaint.  Optional until the first is recorded.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

           SELECT REFUND-EXTRACT ASSIGN TO "susprfnd"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
               05 POSTREG-AMOUNT     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ACTION     PIC X(08).
               05 FILLER             PIC X(01).
               05 POSTREG-PRINCIPAL  PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-INTEREST   PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ESCROW     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-FEES       PIC 9(07)V9(02).

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

      * Shared advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

      * Shared advance-activity journal record; see advact.cpy.
       FD ADV-ACTIVITY.
           COPY "advact.cpy".

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       FD REFUND-EXTRACT.
           01 REFUND-REC.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-RCV-YEAR         PIC 9(04).
           01 WS-RCV-MMDD         PIC 9(04).
           01 WS-REMAINING        PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-SUS-LEFT         PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-APPLY-AMOUNT     PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-PRIOR-PAID       PIC 9(07)V9(02) VALUE ZEROES.

           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDMST-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDMST-OPEN    PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-LOAN-FOUND       PIC X(01) VALUE "N".
           01 WS-SCHED-FOUND      PIC X(01) VALUE "N".

      * One ledger movement as it is being posted, split by bucket
      * the same way cashpost splits it.
           01 WS-TXN-ACC          PIC X(10) VALUE SPACES.
           01 WS-TXN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-TXN-TYPE         PIC X(08) VALUE SPACES.
           01 WS-TXN-DUE-DATE     PIC 9(08) VALUE ZEROES.
           01 WS-TXN-SETTLED      PIC X(01) VALUE "N".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-SPLIT-PRINCIPAL  PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-SPLIT-INTEREST   PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-SPLIT-ESCROW     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-SPLIT-FEES       PIC S9(07)V9(02) VALUE ZEROES.
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
           01 WS-SCHED-ESC-DUE    PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-PRIOR-LEFT       PIC S9(07)V9(02) VALUE ZEROES.

           01 WS-PIADVNC-STATUS   PIC X(02) VALUE "00".
           01 WS-PIADVNC-OPEN     PIC X(01) VALUE "N".
           01 WS-ADVACT-STATUS    PIC X(02) VALUE "00".
           01 WS-DUE-MM           PIC 9(06) VALUE ZEROES.
           01 WS-RECOVER-INT      PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-RECOVER-PRIN     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-RECOVER-COUNTER  PIC 9(09) VALUE ZEROES.

      * SCRA support, as in cashpost.
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN     PIC X(01) VALUE "N".
           01 WS-SCRA-CAP-RATE    PIC 9(03)V9(02) VALUE 6.00.
           01 WS-SCRA-PROTECTED   PIC X(01) VALUE "N".
           01 WS-INT-RATE         PIC 9(03)V9(02) VALUE ZEROES.

           01 WS-MATCHED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-MATCHED-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
           IF WS-POSTREG-STATUS = "35"
               OPEN OUTPUT POSTING-REGISTER
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
           OPEN OUTPUT REFUND-EXTRACT.
           OPEN OUTPUT SUSPENSE-REPORT.

           CLOSE POSTING-REGISTER.
           CLOSE REFUND-EXTRACT.
           CLOSE SUSPENSE-REPORT.
           CLOSE LOANMSTR.
           IF WS-SCHEDMST-OPEN = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.
           CLOSE LOAN-LEDGER.
           IF WS-PRODPARM-OPEN = "Y"
               CLOSE PRODPARM
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               CLOSE PIADVNC
               CLOSE ADV-ACTIVITY
           END-IF.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.

           DISPLAY "SUSPENSE ITEMS MATCHED: "  WS-MATCHED-COUNTER.
           DISPLAY "SUSPENSE ITEMS REFUNDED: " WS-REFUND-COUNTER.
           DISPLAY "SUSPENSE ITEMS REMAINING: " WS-REMAIN-COUNTER.
           DISPLAY "LEDGER ENTRIES: "          WS-LEDGER-COUNTER.
           DISPLAY "ADVANCES RECOVERED: "      WS-RECOVER-COUNTER.
           GOBACK.

       100-LOAD-SUSPENSE.
                       MOVE WS-SUS-LEFT TO WS-APPLY-AMOUNT
                   END-IF
                   SUBTRACT WS-APPLY-AMOUNT FROM WS-SUS-LEFT
                   MOVE PAYHIST-PAID-AMT TO WS-PRIOR-PAID
                   ADD WS-APPLY-AMOUNT TO PAYHIST-PAID-AMT
                   MOVE SPACES           TO POSTING-REGISTER-REC
                   IF PAYHIST-PAID-AMT >= PAYHIST-AMOUNT
                       MOVE WS-RUN-DATE TO PAYHIST-PAID-DATE
                       MOVE "POSTED"    TO POSTREG-ACTION
                       MOVE "PAYMENT"   TO WS-TXN-TYPE
      * As in cashpost, only a regular installment settled moves
      * the paid-through date or recovers the month's advance.
                       IF PAYHIST-REGULAR-ITEM
                           MOVE "Y"     TO WS-TXN-SETTLED
                       ELSE
                           MOVE "N"     TO WS-TXN-SETTLED
                       END-IF
                   ELSE
                       MOVE "PARTIAL"   TO POSTREG-ACTION
                       MOVE "PARTIAL"   TO WS-TXN-TYPE
                       MOVE "N"         TO WS-TXN-SETTLED
                   END-IF
                   REWRITE PAYHIST-REC
                   ADD 1 TO WS-MATCHED-COUNTER
                   MOVE PAYHIST-DUE-DATE TO POSTREG-DUE-DATE
                   MOVE WS-RUN-DATE      TO POSTREG-PAID-DATE
                   MOVE WS-APPLY-AMOUNT  TO POSTREG-AMOUNT
                   MOVE PAYHIST-ACC      TO WS-TXN-ACC
                   MOVE WS-RUN-DATE      TO WS-TXN-DATE
                   MOVE PAYHIST-DUE-DATE TO WS-TXN-DUE-DATE
                   PERFORM 260-READ-LOAN
                   PERFORM 265-SET-APPLY-ORDER
                   PERFORM 270-SPLIT-ITEM-PAYMENT
                   MOVE WS-SPLIT-PRINCIPAL TO POSTREG-PRINCIPAL
                   MOVE WS-SPLIT-INTEREST  TO POSTREG-INTEREST
                   MOVE WS-SPLIT-ESCROW    TO POSTREG-ESCROW
                   MOVE WS-SPLIT-FEES      TO POSTREG-FEES
                   WRITE POSTING-REGISTER-REC
                   END-WRITE
                   PERFORM 280-POST-TO-LEDGER
                   IF WS-TXN-SETTLED = "Y" AND WS-PIADVNC-OPEN = "Y"
                       PERFORM 285-RECOVER-ADVANCE
                   END-IF
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

       265-SET-APPLY-ORDER.
      * The loan's product's order, "STD" for a loan with no product
      * code and the standard order where the product sets none;
      * runs of the same product hit the cached order.
           MOVE SPACES TO WS-WANT-PRODUCT.
           IF WS-LOAN-FOUND = "Y"
               MOVE LOAN-PRODUCT-CODE TO WS-WANT-PRODUCT
           END-IF.
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
           MOVE WS-CACHED-ORDER TO WS-APPLY-ORDER.

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
                       IF MIL-DUTY-START <= WS-RUN-DATE-N
                               AND MIL-PROTECT-END >= WS-RUN-DATE-N
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
           MOVE "SUSPWORK"         TO TXN-SOURCE.
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
                   MOVE "SUSPWORK"      TO ADVACT-SOURCE
                   WRITE ADVACT-REC
               END-IF
           END-IF.

