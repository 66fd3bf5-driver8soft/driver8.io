      ******************************************************************
      *
      * Monthly Balloon and Final-Maturity Pass
      * ========================================
      *
      * Walks the open closed-end loans on LOANMSTR once a month and
      * works each one's maturity: the first of the month its last
      * scheduled payment falls due, LOAN-BALLOON-TERM years after
      * origination for a balloon loan, LOAN-REPAY-TERM years after
      * the draw period ended for a converted home-equity line, and
      * LOAN-TERM-YEARS after origination for any other - the same
      * month bcuota's schedule ends in.
      *
      * A loan maturing within 90 days gets a 90-day notice, and one
      * maturing within 30 days a 30-day notice, each queued for
      * corresp under the balloon (BALNOT90/BALNOT30) or ordinary
      * maturity (MATNOT90/MATNOT30) template.  Every notice sent is
      * remembered on "matsent", so a loan gets each notice once.
      *
      * Once the final expected payment on PAYHIST has settled, a
      * paid-in-full notice for what is left on the ledger is
      * appended to "pifnotic", and payoffpr closes the loan, zeroes
      * it, settles its history, and sends the lien release exactly
      * as it does for any other payoff; "matsent" remembers that
      * one too.  matpass runs ahead of payoffpr on the night it
      * runs.
      *
      * A balloon still open once its due date has passed is no
      * ordinary delinquency: it goes on the "matexcpt" exception
      * report for the desk instead, the borrower's name masked to
      * its last four characters.  Every open balloon inside the
      * notice window is listed on "balmatur", which delinqage
      * reads so a matured balloon stays out of the aging buckets
      * and the roll-rate snapshots.  Day arithmetic is the 30/360
      * convention the aging chain uses.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. matpass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAYHIST-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

      * Notices already sent; absent until the first one goes.
           SELECT SENT-FILE ASSIGN TO "matsent"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SENT-STATUS.

      * Letter requests for the correspondence engine.
           SELECT CORR-QUEUE ASSIGN TO "corrqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRQ-STATUS.

      * payoffpr's paid-in-full notices; a settled final payment
      * is appended here for closure.
           SELECT NOTICE-FILE ASSIGN TO "pifnotic"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

      * Open balloons inside the notice window, rebuilt every run
      * for delinqage.
           SELECT BALLOON-FILE ASSIGN TO "balmatur"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT MATURITY-REPORT ASSIGN TO "matrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EXCEPTION-REPORT ASSIGN TO "matexcpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".

      * One line per notice sent: the account, the corresp template
      * (or PIFNOTIC for the closure notice), and the maturity date
      * it was sent for.
       FD SENT-FILE.
           01 SENT-REC.
               05 MSN-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 MSN-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 MSN-MATURITY       PIC 9(08).

      * Mirrors corresp's own FD CORR-QUEUE layout field for field.
       FD CORR-QUEUE.
           01 CORR-QUEUE-REC.
               05 CRQ-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRQ-ACC            PIC X(10).

      * Mirrors payoffpr's own FD NOTICE-FILE layout field for
      * field.
       FD NOTICE-FILE.
           01 NOTICE-REC.
               05 PIF-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 PIF-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 PIF-AMOUNT         PIC 9(07)V9(02).

      * One line per open balloon: the account, its due month
      * (YYYYMM), and the amount still owed on it.
       FD BALLOON-FILE.
           01 BALLOON-REC.
               05 BMT-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 BMT-DUE-MONTH      PIC 9(06).
               05 FILLER             PIC X(01).
               05 BMT-AMOUNT         PIC 9(07)V9(02).

       FD MATURITY-REPORT.
           01 MATURITY-REPORT-REC PIC X(80).

       FD EXCEPTION-REPORT.
           01 EXCEPTION-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-PAYHIST-OPEN     PIC X(01) VALUE "N".
           01 WS-SENT-STATUS      PIC X(02) VALUE "00".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-NOTICE-STATUS    PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".

      * The reserved control-record keys a controlled master may
      * carry (see bcuota); they are no loan and take no part here.
           01 WS-HEADER-SENTINEL  PIC X(10) VALUE "0000000000".
           01 WS-TRAILER-SENTINEL PIC X(10) VALUE "9999999999".

      * The notice windows, in 30/360 days before maturity.
           01 WS-FIRST-WINDOW     PIC 9(03) VALUE 90.
           01 WS-SECOND-WINDOW    PIC 9(03) VALUE 30.
           01 WS-CLOSURE-MARK     PIC X(08) VALUE "PIFNOTIC".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07) VALUE ZEROES.

      * The loan's maturity, worked the way bcuota's 700-WRITE-
      * SCHEDULE dates its last schedule month.
           01 WS-MAT-ANCHOR       PIC 9(08) VALUE ZEROES.
           01 WS-ORIG-YEAR        PIC 9(04).
           01 WS-ORIG-MMDD        PIC 9(04).
           01 WS-ORIG-MONTH       PIC 9(02).
           01 WS-MAT-YEARS        PIC 9(02) VALUE ZEROES.
           01 WS-MAT-TOTAL-MOS    PIC 9(05) VALUE ZEROES.
           01 WS-MAT-YEAR         PIC 9(04).
           01 WS-MAT-MONTH        PIC 9(02).
           01 WS-MAT-YYYYMM       PIC 9(06) VALUE ZEROES.
           01 WS-MAT-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-MAT-TOTAL-DAYS   PIC 9(07) VALUE ZEROES.
           01 WS-DAYS-TO-MAT      PIC S9(07) VALUE ZEROES.
           01 WS-IS-BALLOON       PIC X(01) VALUE "N".

      * The final expected payment as PAYHIST has it.
           01 WS-FINAL-FOUND      PIC X(01) VALUE "N".
           01 WS-FINAL-DUE        PIC 9(08) VALUE ZEROES.
           01 WS-FINAL-PAID-DATE  PIC 9(08) VALUE ZEROES.
           01 WS-FINAL-OPEN       PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-ITEM-YYYYMM      PIC 9(06) VALUE ZEROES.
           01 WS-DUE-YEAR         PIC 9(04).
           01 WS-DUE-MMDD         PIC 9(04).
           01 WS-DUE-MONTH        PIC 9(02).
           01 WS-DUE-DAY          PIC 9(02).
           01 WS-DAYS-PAST-DUE    PIC S9(07) VALUE ZEROES.

      * Notices on file from earlier runs plus this run's.
           01 WS-SENT-TABLE.
               05 WS-SENT-ENTRY OCCURS 5000 TIMES.
                   10 WS-SNT-ACC       PIC X(10).
                   10 WS-SNT-TEMPLATE  PIC X(08).
                   10 WS-SNT-MATURITY  PIC 9(08).
           01 WS-SENT-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-SENT-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-SENT-FOUND       PIC X(01) VALUE "N".
           01 WS-SENT-OVERFLOW    PIC X(01) VALUE "N".
           01 WS-NOTICE-TEMPLATE  PIC X(08) VALUE SPACES.

           01 WS-LOANS-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-NOTICE-90-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-NOTICE-30-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CLOSURE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-EXCEPTION-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-EXCEPTION-TOTAL  PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-BALLOON-COUNTER  PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-MATURITY  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-KIND      PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-AMOUNT    PIC Z(6)9.99.

           01 WS-EXCEPTION-LINE.
               05 WS-EXC-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-DUE       PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-DAYS      PIC Z(5)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-AMOUNT    PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-NAME      PIC X(30).

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           PERFORM 050-LOAD-SENT.
           IF WS-SENT-OVERFLOW = "Y"
               DISPLAY "MATURITY NOTICE TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS = "00"
               MOVE "Y" TO WS-PAYHIST-OPEN
           END-IF.
           OPEN EXTEND SENT-FILE.
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-FILE
           END-IF.
           OPEN EXTEND CORR-QUEUE.
           IF WS-CORRQ-STATUS = "35"
               OPEN OUTPUT CORR-QUEUE
           END-IF.
           OPEN EXTEND NOTICE-FILE.
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           OPEN OUTPUT BALLOON-FILE.
           OPEN OUTPUT MATURITY-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE "MATURITY NOTICES AND CLOSURES" TO MATURITY-REPORT-REC.
           WRITE MATURITY-REPORT-REC.
           MOVE "MATURED BALLOONS UNPAID" TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANMSTR
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF LOAN-ACCT-NO NOT = WS-HEADER-SENTINEL
                           AND LOAN-ACCT-NO
                               NOT = WS-TRAILER-SENTINEL
                           AND LOAN-ST-ACTIVE
                           AND NOT LOAN-TY-REVOLVING
                       PERFORM 100-WORK-LOAN
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           IF WS-PAYHIST-OPEN = "Y"
               CLOSE PAYMENT-HISTORY
           END-IF.
           CLOSE SENT-FILE.
           CLOSE CORR-QUEUE.
           CLOSE NOTICE-FILE.
           CLOSE BALLOON-FILE.
           CLOSE MATURITY-REPORT.
           CLOSE EXCEPTION-REPORT.

           DISPLAY "LOANS WORKED: "          WS-LOANS-COUNTER.
           DISPLAY "90-DAY NOTICES: "        WS-NOTICE-90-COUNTER.
           DISPLAY "30-DAY NOTICES: "        WS-NOTICE-30-COUNTER.
           DISPLAY "FLAGGED FOR CLOSURE: "   WS-CLOSURE-COUNTER.
           DISPLAY "MATURED BALLOONS UNPAID: " WS-EXCEPTION-COUNTER.
           IF WS-EXCEPTION-COUNTER > 0
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
                       MOVE MSN-ACC TO WS-SNT-ACC(WS-SENT-COUNT)
                       MOVE MSN-TEMPLATE
                           TO WS-SNT-TEMPLATE(WS-SENT-COUNT)
                       MOVE MSN-MATURITY
                           TO WS-SNT-MATURITY(WS-SENT-COUNT)
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

       100-WORK-LOAN.
      * A balloon term short of the amortization term matures the
      * loan early; otherwise it runs its full term.  A loan with
      * no origination date has no schedule anchor to mature from.
           MOVE "N" TO WS-IS-BALLOON.
           MOVE LOAN-TERM-YEARS TO WS-MAT-YEARS.
           MOVE 0 TO WS-MAT-ANCHOR.
           IF LOAN-ORIG-DATE NUMERIC
               MOVE LOAN-ORIG-DATE TO WS-MAT-ANCHOR
           END-IF.
           IF LOAN-CONV-PRIN NUMERIC AND LOAN-CONV-PRIN > 0
               MOVE LOAN-REPAY-TERM    TO WS-MAT-YEARS
               MOVE LOAN-DRAW-END-DATE TO WS-MAT-ANCHOR
           END-IF.
           IF LOAN-BALLOON-TERM NUMERIC
                   AND LOAN-BALLOON-TERM > 0
                   AND LOAN-BALLOON-TERM < LOAN-TERM-YEARS
               MOVE "Y" TO WS-IS-BALLOON
               MOVE LOAN-BALLOON-TERM TO WS-MAT-YEARS
           END-IF.
           IF WS-MAT-ANCHOR > 0 AND WS-MAT-YEARS > 0
               ADD 1 TO WS-LOANS-COUNTER
               PERFORM 150-SET-MATURITY
               PERFORM 200-FIND-FINAL-ITEM
               IF WS-FINAL-FOUND = "Y" AND WS-FINAL-PAID-DATE > 0
                   PERFORM 400-FLAG-CLOSURE
               ELSE
                   PERFORM 300-SEND-NOTICES
                   IF WS-IS-BALLOON = "Y" AND WS-FINAL-FOUND = "Y"
                       PERFORM 500-TRACK-OPEN-BALLOON
                   END-IF
               END-IF
           END-IF.

       150-SET-MATURITY.
           DIVIDE WS-MAT-ANCHOR BY 10000
               GIVING WS-ORIG-YEAR
               REMAINDER WS-ORIG-MMDD.
           DIVIDE WS-ORIG-MMDD BY 100
               GIVING WS-ORIG-MONTH.
           COMPUTE WS-MAT-TOTAL-MOS =
                   WS-ORIG-MONTH - 1 + WS-MAT-YEARS * 12.
           DIVIDE WS-MAT-TOTAL-MOS BY 12
               GIVING WS-MAT-YEAR
               REMAINDER WS-MAT-MONTH.
           ADD WS-ORIG-YEAR TO WS-MAT-YEAR.
           ADD 1 TO WS-MAT-MONTH.
           COMPUTE WS-MAT-YYYYMM = WS-MAT-YEAR * 100 + WS-MAT-MONTH.
           COMPUTE WS-MAT-DATE = WS-MAT-YYYYMM * 100 + 1.
           COMPUTE WS-MAT-TOTAL-DAYS =
                   WS-MAT-YEAR * 360 + WS-MAT-MONTH * 30 + 1.
           COMPUTE WS-DAYS-TO-MAT =
                   WS-MAT-TOTAL-DAYS - WS-RUN-TOTAL-DAYS.

       200-FIND-FINAL-ITEM.
      * The final item is the regular installment due in the
      * maturity month, on whatever day the loan falls due
      * (LOAN-DUE-DAY).  A repayment-plan installment can fall due
      * earlier in the same month, so items are read on from the
      * 1st until a regular one turns up or the month runs out.
           MOVE "N" TO WS-FINAL-FOUND.
           MOVE 0   TO WS-FINAL-PAID-DATE.
           MOVE 0   TO WS-FINAL-OPEN.
           IF WS-PAYHIST-OPEN = "Y"
               MOVE "N" TO WS-HIST-EOF
               MOVE SPACES TO PAYHIST-KEY
               MOVE LOAN-ACCT-NO TO PAYHIST-ACC
               MOVE WS-MAT-DATE TO PAYHIST-DUE-DATE
               START PAYMENT-HISTORY KEY NOT < PAYHIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START
               PERFORM 210-READ-MONTH-ITEM
                   UNTIL WS-HIST-EOF = "Y"
                      OR WS-FINAL-FOUND = "Y"
           END-IF.

       210-READ-MONTH-ITEM.
           READ PAYMENT-HISTORY NEXT RECORD
           AT END MOVE "Y" TO WS-HIST-EOF
           NOT AT END
               DIVIDE PAYHIST-DUE-DATE BY 100
                   GIVING WS-ITEM-YYYYMM
               IF PAYHIST-ACC NOT = LOAN-ACCT-NO
                       OR WS-ITEM-YYYYMM NOT = WS-MAT-YYYYMM
                   MOVE "Y" TO WS-HIST-EOF
               ELSE
                   IF NOT PAYHIST-PLAN-ITEM
                       MOVE "Y" TO WS-FINAL-FOUND
                       MOVE PAYHIST-DUE-DATE TO WS-FINAL-DUE
                       MOVE PAYHIST-PAID-DATE
                           TO WS-FINAL-PAID-DATE
                       COMPUTE WS-FINAL-OPEN =
                               PAYHIST-AMOUNT - PAYHIST-PAID-AMT
                   END-IF
               END-IF
           END-READ.

       300-SEND-NOTICES.
      * Inside 30 days only the 30-day notice goes; a loan that came
      * on the books that close to maturity never gets the earlier
      * one.  Past maturity nothing more is sent.
           IF WS-DAYS-TO-MAT >= 0
               IF WS-DAYS-TO-MAT <= WS-SECOND-WINDOW
                   IF WS-IS-BALLOON = "Y"
                       MOVE "BALNOT30" TO WS-NOTICE-TEMPLATE
                   ELSE
                       MOVE "MATNOT30" TO WS-NOTICE-TEMPLATE
                   END-IF
                   PERFORM 350-QUEUE-NOTICE
               ELSE
                   IF WS-DAYS-TO-MAT <= WS-FIRST-WINDOW
                       IF WS-IS-BALLOON = "Y"
                           MOVE "BALNOT90" TO WS-NOTICE-TEMPLATE
                       ELSE
                           MOVE "MATNOT90" TO WS-NOTICE-TEMPLATE
                       END-IF
                       PERFORM 350-QUEUE-NOTICE
                   END-IF
               END-IF
           END-IF.

       350-QUEUE-NOTICE.
           PERFORM 600-CHECK-SENT.
           IF WS-SENT-FOUND = "N"
               MOVE SPACES TO CORR-QUEUE-REC
               MOVE WS-NOTICE-TEMPLATE TO CRQ-TEMPLATE
               MOVE LOAN-ACCT-NO       TO CRQ-ACC
               WRITE CORR-QUEUE-REC
               PERFORM 650-REMEMBER-SENT
               IF WS-DAYS-TO-MAT <= WS-SECOND-WINDOW
                   ADD 1 TO WS-NOTICE-30-COUNTER
               ELSE
                   ADD 1 TO WS-NOTICE-90-COUNTER
               END-IF
               MOVE WS-NOTICE-TEMPLATE TO WS-DTL-ACTION
               MOVE 0 TO WS-DTL-AMOUNT
               PERFORM 850-WRITE-DETAIL
           END-IF.

       400-FLAG-CLOSURE.
      * The final payment has settled: hand the loan to payoffpr with
      * whatever the ledger still shows owed (nothing, on a loan
      * paid as scheduled), dated the day the final payment settled.
           MOVE WS-CLOSURE-MARK TO WS-NOTICE-TEMPLATE.
           PERFORM 600-CHECK-SENT.
           IF WS-SENT-FOUND = "N"
               MOVE SPACES TO NOTICE-REC
               MOVE LOAN-ACCT-NO       TO PIF-ACC
               MOVE WS-FINAL-PAID-DATE TO PIF-DATE
               IF LOAN-ACTUAL-BALANCE > 0
                   MOVE LOAN-ACTUAL-BALANCE TO PIF-AMOUNT
               ELSE
                   MOVE 0 TO PIF-AMOUNT
               END-IF
               WRITE NOTICE-REC
               PERFORM 650-REMEMBER-SENT
               ADD 1 TO WS-CLOSURE-COUNTER
               MOVE "FLAGGED FOR CLOSURE" TO WS-DTL-ACTION
               MOVE PIF-AMOUNT TO WS-DTL-AMOUNT
               PERFORM 850-WRITE-DETAIL
           END-IF.

       500-TRACK-OPEN-BALLOON.
      * An open balloon inside the notice window goes on the file
      * delinqage reads; one already past its due date also goes on
      * the exception report.
           IF WS-DAYS-TO-MAT <= WS-FIRST-WINDOW
               MOVE SPACES TO BALLOON-REC
               MOVE LOAN-ACCT-NO  TO BMT-ACC
               MOVE WS-MAT-YYYYMM TO BMT-DUE-MONTH
               MOVE WS-FINAL-OPEN TO BMT-AMOUNT
               WRITE BALLOON-REC
               ADD 1 TO WS-BALLOON-COUNTER
           END-IF.
           DIVIDE WS-FINAL-DUE BY 10000
               GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MMDD.
           DIVIDE WS-DUE-MMDD BY 100
               GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY.
           COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-TOTAL-DAYS
                   - (WS-DUE-YEAR * 360 + WS-DUE-MONTH * 30
                      + WS-DUE-DAY).
           IF WS-DAYS-PAST-DUE > 0
               ADD 1 TO WS-EXCEPTION-COUNTER
               ADD WS-FINAL-OPEN TO WS-EXCEPTION-TOTAL
               MOVE LOAN-ACCT-NO     TO WS-EXC-ACC
               MOVE WS-FINAL-DUE     TO WS-EXC-DUE
               MOVE WS-DAYS-PAST-DUE TO WS-EXC-DAYS
               MOVE WS-FINAL-OPEN    TO WS-EXC-AMOUNT
               MOVE LOAN-CUST-NAME   TO MASK-VALUE
               CALL "maskdata" USING MASK-PARAMS
               MOVE MASK-VALUE       TO WS-EXC-NAME
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
           END-IF.

       600-CHECK-SENT.
           MOVE "N" TO WS-SENT-FOUND.
           PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                      OR WS-SENT-FOUND = "Y"
               IF WS-SNT-ACC(WS-SENT-IDX) = LOAN-ACCT-NO
                       AND WS-SNT-TEMPLATE(WS-SENT-IDX)
                           = WS-NOTICE-TEMPLATE
                       AND WS-SNT-MATURITY(WS-SENT-IDX)
                           = WS-MAT-DATE
                   MOVE "Y" TO WS-SENT-FOUND
               END-IF
           END-PERFORM.

       650-REMEMBER-SENT.
      * On file for every later run; in the table for the rest of
      * this one, while it has room.
           MOVE SPACES TO SENT-REC.
           MOVE LOAN-ACCT-NO       TO MSN-ACC.
           MOVE WS-NOTICE-TEMPLATE TO MSN-TEMPLATE.
           MOVE WS-MAT-DATE        TO MSN-MATURITY.
           WRITE SENT-REC.
           IF WS-SENT-COUNT < 5000
               ADD 1 TO WS-SENT-COUNT
               MOVE LOAN-ACCT-NO TO WS-SNT-ACC(WS-SENT-COUNT)
               MOVE WS-NOTICE-TEMPLATE
                   TO WS-SNT-TEMPLATE(WS-SENT-COUNT)
               MOVE WS-MAT-DATE TO WS-SNT-MATURITY(WS-SENT-COUNT)
           END-IF.

       850-WRITE-DETAIL.
           MOVE LOAN-ACCT-NO TO WS-DTL-ACC.
           MOVE WS-MAT-DATE  TO WS-DTL-MATURITY.
           IF WS-IS-BALLOON = "Y"
               MOVE "BALLOON" TO WS-DTL-KIND
           ELSE
               MOVE "MATURITY" TO WS-DTL-KIND
           END-IF.
           MOVE WS-DETAIL-LINE TO MATURITY-REPORT-REC.
           WRITE MATURITY-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE "90-DAY NOTICES QUEUED:"     TO WS-TOT-LABEL.
           MOVE WS-NOTICE-90-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO MATURITY-REPORT-REC.
           WRITE MATURITY-REPORT-REC.

           MOVE "30-DAY NOTICES QUEUED:"     TO WS-TOT-LABEL.
           MOVE WS-NOTICE-30-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO MATURITY-REPORT-REC.
           WRITE MATURITY-REPORT-REC.

           MOVE "FLAGGED FOR CLOSURE:"       TO WS-TOT-LABEL.
           MOVE WS-CLOSURE-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO MATURITY-REPORT-REC.
           WRITE MATURITY-REPORT-REC.

           MOVE "OPEN BALLOONS IN WINDOW:"   TO WS-TOT-LABEL.
           MOVE WS-BALLOON-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO MATURITY-REPORT-REC.
           WRITE MATURITY-REPORT-REC.

           MOVE "MATURED BALLOONS UNPAID:"   TO WS-TOT-LABEL.
           MOVE WS-EXCEPTION-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

           MOVE "UNPAID BALLOON TOTAL:"      TO WS-TOT-LABEL.
           MOVE WS-EXCEPTION-TOTAL           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE                TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
