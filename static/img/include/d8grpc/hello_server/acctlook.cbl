      ******************************************************************
      *
      * Account-Status Lookup
      * ======================
      *
      * Assembles the read-only account picture the AccountStatus
      * RPC serves - master terms and status, the current CUOTA
      * breakdown, the past-due standing off the PAYHIST items, the
      * next due date and balance off the SCHEDMST store, and a
      * payoff estimate through loancalc - for a LOAN-ACCT-NO in
      * ACCT-PARAMS.  acctstat CALLs it once the caller has been
      * checked, and makepay CALLs it directly to test a payment
      * against the same picture inside its own checked and logged
      * call; it does no caller check or logging of its own.  Files
      * are opened and closed per call, the way acctinq's gather
      * paragraphs work, since the server process is long-running.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctlook.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT CUOTA ASSIGN TO "outfile"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CUOTA-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAYHIST-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Mirrors bcuota's own FD CUOTA layout field for field.
       FD CUOTA.
           01 CUOTA-FILE.
               05 CUOTA-ACC    PIC X(10).
               05 CUOTA-PAY    PIC 9(7)V9(2).
               05 FILLER       PIC X(01).
               05 CUOTA-PMI    PIC 9(5)V9(2).
               05 FILLER       PIC X(01).
               05 CUOTA-ESCROW PIC 9(5)V9(2).
               05 FILLER       PIC X(01).
               05 CUOTA-TOTAL  PIC 9(7)V9(2).

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUOTA-STATUS     PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-SCHEDULE-STATUS  PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-YYYYMM       PIC 9(06) VALUE ZEROES.
           01 WS-OPEN-AMOUNT      PIC 9(07)V9(02) VALUE ZEROES.

      * Payoff-quote month arithmetic, as in acctinq.
           01 WS-ORIG-YEAR        PIC 9(04).
           01 WS-ORIG-MMDD        PIC 9(04).
           01 WS-ORIG-MONTH       PIC 9(02).
           01 WS-ELAPSED-MONTHS   PIC S9(05) VALUE ZEROES.

      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

       LINKAGE SECTION.
      * Shared account-status parameter record; see acctparm.cpy.
           COPY "acctparm.cpy".

       PROCEDURE DIVISION USING ACCT-PARAMS.

       000-MAIN.
           INITIALIZE ACCT-OUTPUT-MSG.
           PERFORM 050-ANSWER-CALL.
           GOBACK.

       050-ANSWER-CALL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               MOVE "MASTER NOT AVAILABLE" TO STA-ERROR-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE REQ-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO STA-ERROR-MSG
                       MOVE 2 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 100-BUILD-RESPONSE
                       MOVE "OK" TO STA-ERROR-MSG
                       MOVE 0 TO RETURN-CODE
               END-READ
               CLOSE LOANMSTR
           END-IF.

       100-BUILD-RESPONSE.
           MOVE LOAN-STATUS     TO STA-STATUS.
           MOVE LOAN-CUST-NAME  TO STA-CUST-NAME.
           MOVE LOAN-ORIG-PRIN  TO STA-ORIG-PRIN.
           MOVE LOAN-INT-RATE   TO STA-INT-RATE.
           MOVE LOAN-TERM-YEARS TO STA-TERM-YEARS.
           PERFORM 200-GATHER-CUOTA.
           PERFORM 300-GATHER-PAST-DUE.
           PERFORM 400-GATHER-SCHEDULE.
           PERFORM 500-QUOTE-PAYOFF.

       200-GATHER-CUOTA.
           OPEN INPUT CUOTA.
           IF WS-CUOTA-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CUOTA
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CUOTA-ACC = REQ-ACCT-NO
                           MOVE CUOTA-PAY    TO STA-PAYMENT
                           MOVE CUOTA-PMI    TO STA-PMI
                           MOVE CUOTA-ESCROW TO STA-ESCROW
                           MOVE CUOTA-TOTAL  TO STA-TOTAL-DUE
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CUOTA
           END-IF.

       300-GATHER-PAST-DUE.
      * The account's slice of the payment history by key; only the
      * unpaid remainder of an open item past its due date counts.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS = "00"
               MOVE "N" TO WS-EOF
               MOVE SPACES TO PAYHIST-KEY
               MOVE REQ-ACCT-NO TO PAYHIST-ACC
               MOVE 0 TO PAYHIST-DUE-DATE
               START PAYMENT-HISTORY KEY NOT < PAYHIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ PAYMENT-HISTORY NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PAYHIST-ACC NOT = REQ-ACCT-NO
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF PAYHIST-PAID-DATE = 0
                                   AND PAYHIST-DUE-DATE
                                       < WS-RUN-DATE-N
                               ADD 1 TO STA-OPEN-ITEMS
                               COMPUTE WS-OPEN-AMOUNT =
                                       PAYHIST-AMOUNT
                                       - PAYHIST-PAID-AMT
                               ADD WS-OPEN-AMOUNT TO STA-PAST-DUE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-HISTORY
           END-IF.

       400-GATHER-SCHEDULE.
      * The account's slice of the schedule store by key: the first
      * month at or after the run month is the next due date, the
      * latest month before it carries the current balance.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               MOVE "N" TO WS-EOF
               MOVE SPACES TO SCHED-KEY
               MOVE REQ-ACCT-NO TO SCHED-OUT-ACC
               MOVE 0 TO SCHED-OUT-DUE-DATE
               START SCHEDULE-FILE KEY NOT < SCHED-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SCHED-OUT-ACC NOT = REQ-ACCT-NO
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF SCHED-OUT-DUE-DATE < WS-RUN-YYYYMM
                               MOVE SCHED-OUT-BALANCE
                                   TO STA-BALANCE
                           ELSE
                               IF STA-NEXT-DUE = 0
                                   MOVE SCHED-OUT-DUE-DATE
                                       TO STA-NEXT-DUE
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       500-QUOTE-PAYOFF.
           DIVIDE LOAN-ORIG-DATE BY 10000
               GIVING WS-ORIG-YEAR
               REMAINDER WS-ORIG-MMDD.
           DIVIDE WS-ORIG-MMDD BY 100
               GIVING WS-ORIG-MONTH.
           COMPUTE WS-ELAPSED-MONTHS =
                   (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
                   - (WS-ORIG-YEAR * 12 + WS-ORIG-MONTH).
           IF WS-ELAPSED-MONTHS < 1
               MOVE 1 TO WS-ELAPSED-MONTHS
           END-IF.
           INITIALIZE LOAN-PARAMS.
           MOVE 6 TO COMMAREA-VERSION.
           MOVE LOAN-ORIG-PRIN  TO PRIN-AMT.
           MOVE LOAN-INT-RATE   TO INT-RATE.
           MOVE LOAN-TERM-YEARS TO TIMEYR.
           MOVE "N" TO SCHED-REQUEST.
           MOVE "M" TO PAY-FREQ.
           MOVE WS-ELAPSED-MONTHS TO PAYOFF-QUOTE-MONTH.
           MOVE "ACCTSTAT" TO AUDIT-SOURCE.
           CALL "loancalc" USING LOAN-PARAMS.
           IF ERROR-MSG = "OK"
               MOVE PAYOFF-QUOTE-BALANCE TO STA-PAYOFF-EST
           ELSE
               MOVE 0 TO STA-PAYOFF-EST
           END-IF.
