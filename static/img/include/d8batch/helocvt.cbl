      ******************************************************************
      *
      * Home-Equity Line Draw-Period End and Conversion
      * ================================================
      *
      * A home-equity line is open for draws only until the draw-
      * period end date on its LOANMSTR terms; after that it repays
      * over LOAN-REPAY-TERM years like any closed-end loan.  This
      * nightly pass walks the open revolving lines that carry a
      * draw-period end.
      *
      * Sixty days ahead of the end date the borrower is sent a
      * payment-change notice: a HELCNV60 letter request queued for
      * corresp, reported with the repayment payment loancalc
      * prices on today's balance over the repayment term.  The
      * notice goes once per line and end date, remembered on
      * "helocsnt".
      *
      * On and after the end date the line converts.  loancalc
      * prices the balance outstanding over the repayment term; the
      * balance becomes LOAN-CONV-PRIN and the actual balance owed,
      * paid through the end date, the running balance goes to zero,
      * and the account type turns installment, so from the next
      * pricing run bcuota bills the level payment in place of
      * interest plus a minimum, schedules it from the end date,
      * and payhroll, the posting programs and the aging chain
      * carry it like any other amortizing loan.  The conversion is
      * journaled as a CONVERT entry on the LOANTXN ledger and under
      * transaction code "H" on the "mjournal" maintenance journal,
      * and stamped on the pricing delta file.  A line with nothing
      * drawn at the end date has nothing to repay and stays as it
      * is, reported once.  The run lands on "helocrpt".
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. helocvt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * Notices already sent; absent until the first one goes.
           SELECT SENT-FILE ASSIGN TO "helocsnt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.

      * Letter requests for the correspondence engine.
           SELECT CORR-QUEUE ASSIGN TO "corrqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRQ-STATUS.

      * Loan transaction ledger; created on first use.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * Before/after images under the same journal loanmaint
      * writes; "H" is the conversion transaction code.
           SELECT MAINT-JOURNAL ASSIGN TO "mjournal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MJOURNAL-STATUS.

      * Accounts changed since the last full pricing run, appended
      * here for bcuota's changed-accounts-only DELTA mode.
           SELECT DELTA-FILE ASSIGN TO "deltaacc"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

           SELECT CONVERSION-REPORT ASSIGN TO "helocrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * One line per notice sent: the account, what was sent
      * (HELCNV60, or NOBAL for a line reported with nothing to
      * convert), and the draw-period end date it was sent for.
       FD SENT-FILE.
           01 SENT-REC.
               05 HSN-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 HSN-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 HSN-DRAW-END       PIC 9(08).

      * Mirrors corresp's own FD CORR-QUEUE layout field for field.
       FD CORR-QUEUE.
           01 CORR-QUEUE-REC.
               05 CRQ-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRQ-ACC            PIC X(10).

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * Mirrors loanmaint's own FD MAINT-JOURNAL layout field for
      * field.
       FD MAINT-JOURNAL.
           01 MAINT-JOURNAL-REC.
               05 MJ-BATCH-ID.
                   10 MJ-BATCH-DATE  PIC 9(08).
                   10 MJ-BATCH-TIME  PIC 9(08).
               05 FILLER             PIC X(01).
               05 MJ-TRAN-CODE       PIC X(01).
               05 FILLER             PIC X(01).
               05 MJ-ACCT            PIC X(10).
               05 FILLER             PIC X(01).
               05 MJ-BEFORE-IMAGE    PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-AFTER-IMAGE     PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-OPERATOR        PIC X(08).
               05 FILLER             PIC X(01).
               05 MJ-EFF-DATE        PIC 9(08).

       FD DELTA-FILE.
           01 DELTA-REC.
               05 DELTA-ACC          PIC X(10).

       FD CONVERSION-REPORT.
           01 CONVERSION-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-SENT-STATUS      PIC X(02) VALUE "00".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-MJOURNAL-STATUS  PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

      * The reserved control-record keys a controlled master may
      * carry (see bcuota); they are no loan and take no part here.
           01 WS-HEADER-SENTINEL  PIC X(10) VALUE "0000000000".
           01 WS-TRAILER-SENTINEL PIC X(10) VALUE "9999999999".

      * How far ahead of the draw-period end the notice goes, in
      * 30/360 days, and what corresp merges it from.
           01 WS-NOTICE-DAYS      PIC 9(03) VALUE 60.
           01 WS-NOTICE-TEMPLATE  PIC X(08) VALUE "HELCNV60".
           01 WS-NO-BALANCE-MARK  PIC X(08) VALUE "NOBAL".
           01 WS-SENT-KIND        PIC X(08) VALUE SPACES.

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07) VALUE ZEROES.
           01 WS-BATCH-TIME       PIC 9(08) VALUE ZEROES.
           01 WS-END-YEAR         PIC 9(04).
           01 WS-END-MMDD         PIC 9(04).
           01 WS-END-MONTH        PIC 9(02).
           01 WS-END-DAY          PIC 9(02).
           01 WS-DAYS-TO-END      PIC S9(07) VALUE ZEROES.
           01 WS-BEFORE-IMAGE     PIC X(207) VALUE SPACES.

      * Notices on file from earlier runs plus this run's.
           01 WS-SENT-TABLE.
               05 WS-SENT-ENTRY OCCURS 5000 TIMES.
                   10 WS-SNT-ACC       PIC X(10).
                   10 WS-SNT-TEMPLATE  PIC X(08).
                   10 WS-SNT-DRAW-END  PIC 9(08).
           01 WS-SENT-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-SENT-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-SENT-FOUND       PIC X(01) VALUE "N".
           01 WS-SENT-OVERFLOW    PIC X(01) VALUE "N".

      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

           01 WS-LINES-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-NOTICE-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-CONVERT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-CONVERT-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-NO-BALANCE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-FAILED-COUNTER   PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DRAW-END  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-BALANCE   PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-PAYMENT   PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BATCH-TIME FROM TIME.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           PERFORM 050-LOAD-SENT.
           IF WS-SENT-OVERFLOW = "Y"
               DISPLAY "CONVERSION NOTICE TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN EXTEND SENT-FILE.
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-FILE
           END-IF.
           OPEN EXTEND CORR-QUEUE.
           IF WS-CORRQ-STATUS = "35"
               OPEN OUTPUT CORR-QUEUE
           END-IF.
           OPEN EXTEND MAINT-JOURNAL.
           IF WS-MJOURNAL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.
           OPEN EXTEND DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF.
           OPEN OUTPUT CONVERSION-REPORT.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANMSTR
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LOAN-ACCT-NO NOT = WS-HEADER-SENTINEL
                           AND LOAN-ACCT-NO
                               NOT = WS-TRAILER-SENTINEL
                           AND LOAN-ST-ACTIVE
                           AND LOAN-TY-REVOLVING
                           AND LOAN-DRAW-END-DATE NUMERIC
                           AND LOAN-DRAW-END-DATE > 0
                       PERFORM 100-WORK-LINE
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           CLOSE LOAN-LEDGER.
           CLOSE SENT-FILE.
           CLOSE CORR-QUEUE.
           CLOSE MAINT-JOURNAL.
           CLOSE DELTA-FILE.
           CLOSE CONVERSION-REPORT.

           DISPLAY "LINES WITH A DRAW PERIOD: " WS-LINES-COUNTER.
           DISPLAY "PAYMENT-CHANGE NOTICES: "   WS-NOTICE-COUNTER.
           DISPLAY "LINES CONVERTED: "          WS-CONVERT-COUNTER.
           DISPLAY "CONVERSIONS FAILED: "       WS-FAILED-COUNTER.
           IF WS-FAILED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-SENT.
           OPEN INPUT SENT-FILE.
           IF WS-SENT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SENT-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-SENT-COUNT < 5000
                       ADD 1 TO WS-SENT-COUNT
                       MOVE HSN-ACC TO WS-SNT-ACC(WS-SENT-COUNT)
                       MOVE HSN-TEMPLATE
                           TO WS-SNT-TEMPLATE(WS-SENT-COUNT)
                       MOVE HSN-DRAW-END
                           TO WS-SNT-DRAW-END(WS-SENT-COUNT)
                   ELSE
      * A notice the table loses would go out a second time;
      * refuse the run instead.
                       MOVE "Y" TO WS-SENT-OVERFLOW
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-SENT-STATUS NOT = "35"
               CLOSE SENT-FILE
           END-IF.

       100-WORK-LINE.
           ADD 1 TO WS-LINES-COUNTER.
           DIVIDE LOAN-DRAW-END-DATE BY 10000
               GIVING WS-END-YEAR
               REMAINDER WS-END-MMDD.
           DIVIDE WS-END-MMDD BY 100
               GIVING WS-END-MONTH
               REMAINDER WS-END-DAY.
           COMPUTE WS-DAYS-TO-END =
                   (WS-END-YEAR * 360 + WS-END-MONTH * 30
                    + WS-END-DAY)
                   - WS-RUN-TOTAL-DAYS.
           IF LOAN-DRAW-END-DATE <= WS-RUN-DATE-N
               IF LOAN-CURR-BALANCE > 0
                   PERFORM 300-CONVERT-LINE
               ELSE
                   PERFORM 400-REPORT-NO-BALANCE
               END-IF
           ELSE
               IF WS-DAYS-TO-END <= WS-NOTICE-DAYS
                   PERFORM 200-SEND-NOTICE
               END-IF
           END-IF.

       150-PRICE-REPAYMENT.
      * The repayment payment on the balance outstanding, at the
      * note rate, amortized monthly over the repayment term.
           INITIALIZE LOAN-PARAMS.
           MOVE 5 TO COMMAREA-VERSION.
           MOVE LOAN-CURR-BALANCE TO PRIN-AMT.
           MOVE LOAN-INT-RATE     TO INT-RATE.
           MOVE LOAN-REPAY-TERM   TO TIMEYR.
           MOVE "N" TO SCHED-REQUEST.
           MOVE "M" TO PAY-FREQ.
           MOVE "HELOCVT" TO AUDIT-SOURCE.
           CALL "loancalc" USING LOAN-PARAMS.

       200-SEND-NOTICE.
           MOVE WS-NOTICE-TEMPLATE TO WS-SENT-KIND.
           PERFORM 600-CHECK-SENT.
           IF WS-SENT-FOUND = "N"
               MOVE SPACES TO CORR-QUEUE-REC
               MOVE WS-NOTICE-TEMPLATE TO CRQ-TEMPLATE
               MOVE LOAN-ACCT-NO       TO CRQ-ACC
               WRITE CORR-QUEUE-REC
               PERFORM 650-REMEMBER-SENT
               ADD 1 TO WS-NOTICE-COUNTER
               MOVE 0 TO WS-DTL-PAYMENT
               IF LOAN-CURR-BALANCE > 0
                   PERFORM 150-PRICE-REPAYMENT
                   IF ERROR-MSG = "OK"
                       MOVE PAYMENT TO WS-DTL-PAYMENT
                   END-IF
               END-IF
               MOVE "NOTICE QUEUED" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       300-CONVERT-LINE.
           PERFORM 150-PRICE-REPAYMENT.
           IF ERROR-MSG NOT = "OK"
               ADD 1 TO WS-FAILED-COUNTER
               MOVE 0 TO WS-DTL-PAYMENT
               MOVE ERROR-MSG TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           ELSE
               MOVE LOAN-RECORD TO WS-BEFORE-IMAGE
               MOVE LOAN-CURR-BALANCE  TO LOAN-CONV-PRIN
               MOVE LOAN-CURR-BALANCE  TO LOAN-ACTUAL-BALANCE
               MOVE LOAN-DRAW-END-DATE TO LOAN-PAID-THRU-DATE
               MOVE 0   TO LOAN-CURR-BALANCE
               MOVE "I" TO LOAN-ACCT-TYPE
               REWRITE LOAN-RECORD
               PERFORM 350-JOURNAL-CONVERSION
               ADD 1 TO WS-CONVERT-COUNTER
               ADD LOAN-CONV-PRIN TO WS-CONVERT-TOTAL
               MOVE PAYMENT TO WS-DTL-PAYMENT
               MOVE "CONVERTED" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       350-JOURNAL-CONVERSION.
      * The ledger sees the drawn balance come onto the loan as
      * principal owed - negative principal from the borrower's
      * side - and no money moved.
           MOVE SPACES              TO TXN-REC.
           MOVE LOAN-ACCT-NO        TO TXN-ACC.
           MOVE WS-RUN-DATE-N       TO TXN-DATE.
           MOVE 1                   TO TXN-SEQ.
           MOVE "CONVERT"           TO TXN-TYPE.
           MOVE 0                   TO TXN-DUE-DATE.
           MOVE 0                   TO TXN-AMOUNT.
           COMPUTE TXN-PRINCIPAL = 0 - LOAN-CONV-PRIN.
           MOVE 0 TO TXN-INTEREST TXN-ESCROW TXN-FEES.
           MOVE LOAN-ACTUAL-BALANCE TO TXN-BALANCE.
           MOVE "HELOCVT"           TO TXN-SOURCE.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   LOAN-ACCT-NO
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
               END-WRITE
           END-PERFORM.

           MOVE SPACES          TO MAINT-JOURNAL-REC.
           MOVE WS-RUN-DATE-N   TO MJ-BATCH-DATE.
           MOVE WS-BATCH-TIME   TO MJ-BATCH-TIME.
           MOVE "H"             TO MJ-TRAN-CODE.
           MOVE LOAN-ACCT-NO    TO MJ-ACCT.
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD     TO MJ-AFTER-IMAGE.
           MOVE "HELOCVT"       TO MJ-OPERATOR.
           MOVE LOAN-DRAW-END-DATE TO MJ-EFF-DATE.
           WRITE MAINT-JOURNAL-REC.

           MOVE SPACES TO DELTA-REC.
           MOVE LOAN-ACCT-NO TO DELTA-ACC.
           WRITE DELTA-REC.

       400-REPORT-NO-BALANCE.
           MOVE WS-NO-BALANCE-MARK TO WS-SENT-KIND.
           PERFORM 600-CHECK-SENT.
           IF WS-SENT-FOUND = "N"
               PERFORM 650-REMEMBER-SENT
               ADD 1 TO WS-NO-BALANCE-COUNTER
               MOVE 0 TO WS-DTL-PAYMENT
               MOVE "NOTHING DRAWN" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       600-CHECK-SENT.
           MOVE "N" TO WS-SENT-FOUND.
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                      OR WS-SENT-FOUND = "Y"
               IF WS-SNT-ACC(WS-SENT-IDX) = LOAN-ACCT-NO
                       AND WS-SNT-TEMPLATE(WS-SENT-IDX)
                           = WS-SENT-KIND
                       AND WS-SNT-DRAW-END(WS-SENT-IDX)
                           = LOAN-DRAW-END-DATE
                   MOVE "Y" TO WS-SENT-FOUND
               END-IF
           END-PERFORM.

       650-REMEMBER-SENT.
           MOVE SPACES TO SENT-REC.
           MOVE LOAN-ACCT-NO       TO HSN-ACC.
           MOVE WS-SENT-KIND       TO HSN-TEMPLATE.
           MOVE LOAN-DRAW-END-DATE TO HSN-DRAW-END.
           WRITE SENT-REC.
           IF WS-SENT-COUNT < 5000
               ADD 1 TO WS-SENT-COUNT
               MOVE LOAN-ACCT-NO TO WS-SNT-ACC(WS-SENT-COUNT)
               MOVE WS-SENT-KIND TO WS-SNT-TEMPLATE(WS-SENT-COUNT)
               MOVE LOAN-DRAW-END-DATE
                   TO WS-SNT-DRAW-END(WS-SENT-COUNT)
           END-IF.

       850-WRITE-DETAIL.
           MOVE LOAN-ACCT-NO       TO WS-DTL-ACC.
           MOVE LOAN-DRAW-END-DATE TO WS-DTL-DRAW-END.
           IF LOAN-TY-REVOLVING
               MOVE LOAN-CURR-BALANCE TO WS-DTL-BALANCE
           ELSE
               MOVE LOAN-ACTUAL-BALANCE TO WS-DTL-BALANCE
           END-IF.
           MOVE WS-DETAIL-LINE TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE "PAYMENT-CHANGE NOTICES:"    TO WS-TOT-LABEL.
           MOVE WS-NOTICE-COUNTER            TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

           MOVE "LINES CONVERTED:"           TO WS-TOT-LABEL.
           MOVE WS-CONVERT-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

           MOVE "BALANCE CONVERTED:"         TO WS-TOT-LABEL.
           MOVE WS-CONVERT-TOTAL             TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

           MOVE "ENDED WITH NOTHING DRAWN:"  TO WS-TOT-LABEL.
           MOVE WS-NO-BALANCE-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

           MOVE "CONVERSIONS FAILED:"        TO WS-TOT-LABEL.
           MOVE WS-FAILED-COUNTER            TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.
