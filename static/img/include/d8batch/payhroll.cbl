      * delinqage) runs end to end with no manual step - and no
      * copy-and-rename relay - in the middle.  Accounts on an
      * active repayment plan also get the month's plan installment
      * added as its own expected item, marked as a plan item on
      * PAYHIST-ITEM-TYPE.  The regular payment falls due on the
      * account's own due day off the loan master (the 1st when
      * none was chosen), and the plan installment half a month
      * away from it - the 15th against the 1st - so the two never
      * collide on the key.  A balloon loan's last expected item is
      * the balloon itself: bcuota ends its schedule in the balloon
      * month with the balance still owed on that month's
      * principal.  Every expected item added is queued on "bevtq"
      * as a PAYDUE borrower event, so bevtpk can remind the
      * borrower ahead of the due date.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PAYHIST-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

      * The account's due day; optional, and without it every
      * regular payment falls due on the 1st, as before.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

      * Borrower-alert event queue bevtpk publishes from.
           SELECT BEV-QUEUE ASSIGN TO "bevtq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEVTQ-STATUS.

      * Forbearance agreements maintained by fbmaint; while one is
      * active no expected item is generated and the skipped
      * amounts accumulate on the agreement, so the file is
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".
           01 CALENDAR-REC.
               05 CAL-DATE           PIC 9(08).

      * Shared borrower event record; see bevtrec.cpy.
       FD BEV-QUEUE.
           COPY "bevtrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-BEVTQ-STATUS     PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
      * The due day of the account being worked, and the day its
      * plan installment falls due half a month away from it.
           01 WS-DUE-LOOKUP       PIC X(10) VALUE SPACES.
           01 WS-ACCT-DUE-DAY     PIC 9(02) VALUE 1.
           01 WS-PLAN-DUE-DAY     PIC 9(02) VALUE 15.
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".
           01 WS-PLAN-STATUS      PIC X(02) VALUE "00".
           01 WS-DUE-FOUND        PIC X(01) VALUE "N".

      * Active repayment plans, and the accounts that already carry
      * this month's plan installment so a rerun does not add it
      * twice.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-ENTRY OCCURS 500 TIMES.
                   10 WS-PLN-ACC       PIC X(10).
           01 WS-PLANDUE-COUNT    PIC 9(04) VALUE ZEROES.
           01 WS-PLD-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-PLD-FOUND        PIC X(01) VALUE "N".
           01 WS-PLN-START-YYYYMM PIC 9(06) VALUE ZEROES.
           01 WS-PLN-START-YEAR   PIC 9(04) VALUE ZEROES.
           01 WS-PLN-START-MONTH  PIC 9(02) VALUE ZEROES.
               CLOSE PAYMENT-HISTORY
               OPEN I-O PAYMENT-HISTORY
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           OPEN OUTPUT ROLL-REPORT.
           OPEN EXTEND BEV-QUEUE.
           IF WS-BEVTQ-STATUS = "35"
               OPEN OUTPUT BEV-QUEUE
           END-IF.

           MOVE LOW-VALUES TO PAYHIST-KEY.
           START PAYMENT-HISTORY KEY NOT < PAYHIST-KEY
           END-IF.

           CLOSE PAYMENT-HISTORY.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           CLOSE SCHEDULE-FILE.
           CLOSE ROLL-REPORT.
           CLOSE BEV-QUEUE.

           DISPLAY "ITEMS CARRIED FORWARD: " WS-CARRIED-COUNTER.
           DISPLAY "ITEMS DROPPED: "         WS-DROPPED-COUNTER.
               END-IF
           END-IF.

       064-GET-DUE-DAY.
      * WS-ACCT-DUE-DAY comes back as the due day of the account in
      * WS-DUE-LOOKUP, the 1st when it has none or is not on the
      * master; WS-PLAN-DUE-DAY comes back fourteen days away from
      * it inside the same month.  duechg holds the due day to the
      * 1st through the 28th, so neither runs off a short month.
           MOVE 1 TO WS-ACCT-DUE-DAY.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE WS-DUE-LOOKUP TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOAN-DUE-DAY >= 1 AND LOAN-DUE-DAY <= 28
                           MOVE LOAN-DUE-DAY TO WS-ACCT-DUE-DAY
                       END-IF
               END-READ
           END-IF.
           IF WS-ACCT-DUE-DAY <= 14
               COMPUTE WS-PLAN-DUE-DAY = WS-ACCT-DUE-DAY + 14
           ELSE
               COMPUTE WS-PLAN-DUE-DAY = WS-ACCT-DUE-DAY - 14
           END-IF.

       065-LOAD-FORBEARANCES.
           OPEN INPUT FORB-FILE.
           IF WS-FORB-STATUS = "35"
           END-IF.

       150-NOTE-PLAN-ITEM.
      * A run-month item marked as a plan item is a plan
      * installment already on file; remember the account so
      * 300-ADD-PLAN-PAYMENTS does not add a duplicate.
           IF PAYHIST-PLAN-ITEM
                   AND WS-PLANDUE-COUNT < 500
               ADD 1 TO WS-PLANDUE-COUNT
               MOVE PAYHIST-ACC TO WS-PLD-ACC(WS-PLANDUE-COUNT)
      * Only the schedule entries falling due in the run month create
      * new expected payments; the rest of each loan's schedule comes
      * due on later runs.  The expected amount is the scheduled
      * principal plus interest for the month - in a balloon loan's
      * final month, the balloon.
           IF SCHED-OUT-DUE-DATE = WS-RUN-YYYYMM
               MOVE "N" TO WS-DUE-FOUND
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                           + SCHED-OUT-INTEREST
               END-IF
               IF WS-DUE-FOUND = "N" AND WS-FRB-FOUND = 0
                   MOVE SCHED-OUT-ACC TO WS-DUE-LOOKUP
                   PERFORM 064-GET-DUE-DAY
                   MOVE SPACES TO PAYHIST-REC
                   MOVE SCHED-OUT-ACC TO PAYHIST-ACC
                   MOVE "R" TO PAYHIST-ITEM-TYPE
      * A due date landing on a weekend or holiday rolls to the
      * next business day, so latechg's grace never starts from a
      * day nobody could pay on.
                   COMPUTE WS-ROLL-DATE =
                           SCHED-OUT-DUE-DATE * 100 + WS-ACCT-DUE-DAY
                   PERFORM 062-ROLL-TO-BUSINESS-DAY
                   MOVE WS-ROLL-DATE TO PAYHIST-DUE-DATE
                   MOVE 0 TO PAYHIST-PAID-DATE
                   WRITE PAYHIST-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 380-QUEUE-DUE-REMINDER
                   END-WRITE
                   ADD 1 TO WS-ADDED-COUNTER
                   ADD PAYHIST-AMOUNT TO WS-ADDED-TOTAL
               END-IF
           END-PERFORM.
           IF WS-PLD-FOUND = "N"
               MOVE WS-PLN-ACC(WS-PLN-IDX) TO WS-DUE-LOOKUP
               PERFORM 064-GET-DUE-DAY
               MOVE SPACES TO PAYHIST-REC
               MOVE WS-PLN-ACC(WS-PLN-IDX) TO PAYHIST-ACC
               MOVE "P" TO PAYHIST-ITEM-TYPE
               COMPUTE WS-ROLL-DATE =
                       WS-RUN-YYYYMM * 100 + WS-PLAN-DUE-DAY
               PERFORM 062-ROLL-TO-BUSINESS-DAY
               MOVE WS-ROLL-DATE TO PAYHIST-DUE-DATE
               MOVE 0 TO PAYHIST-PAID-DATE
               WRITE PAYHIST-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 380-QUEUE-DUE-REMINDER
               END-WRITE
               ADD 1 TO WS-PLAN-ADDED-COUNTER
               ADD PAYHIST-AMOUNT TO WS-ADDED-TOTAL
           END-IF.

       380-QUEUE-DUE-REMINDER.
           MOVE SPACES           TO BORROWER-EVENT-REC.
           MOVE "PAYDUE"         TO BEV-EVENT.
           MOVE PAYHIST-ACC      TO BEV-ACCT.
           MOVE PAYHIST-DUE-DATE TO BEV-EVENT-DATE.
           MOVE PAYHIST-AMOUNT   TO BEV-AMOUNT.
           MOVE WS-RUN-DATE      TO BEV-QUEUED-DATE.
           WRITE BORROWER-EVENT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE "ITEMS CARRIED:"       TO WS-TOT-LABEL.
           MOVE WS-CARRIED-COUNTER     TO WS-TOT-VALUE.
