      * to "mjournal" under this run's batch id (loanrcvr can roll
      * it back like any maintenance), stamps the pricing delta
      * file, writes the transfer-out extract "xfrout" - an "M"
      * record with the account's master terms, borrower, principal
      * owed (the SCHEDMST scheduled balance, or the original
      * principal, for a loan not yet on the LOANTXN ledger), and
      * escrow balance, then one "P" record per open payhist item,
      * then a "T" trailer of the file's control totals for the
      * receiver to balance to (see xfrrec.cpy; xfrin boards a file
      * of this shape when servicing comes to us) - and queues the
      * borrower's goodbye letter on "goodbye" and through the
      * correspondence engine.  The run is listed on "xfrrpt".
      *
           RECORD KEY IS ESCROW-ACCT-NO
           FILE STATUS IS WS-LEDGER-STATUS.

      * Scheduled balances, for a loan not yet on the ledger.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDMST-STATUS.

           SELECT XFR-OUT ASSIGN TO "xfrout"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
               05 ESCROW-ACCT-NO     PIC X(10).
               05 ESCROW-BALANCE     PIC S9(09)V9(02).

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared servicing-transfer extract record; see xfrrec.cpy.
       FD XFR-OUT.
           COPY "xfrrec.cpy".

       FD GOODBYE-EXTRACT.
           01 GOODBYE-REC.
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
           01 WS-PAYHIST-STATUS  PIC X(02) VALUE "00".
           01 WS-LEDGER-STATUS   PIC X(02) VALUE "00".
           01 WS-LEDGER-OPEN     PIC X(01) VALUE "N".
           01 WS-SCHEDMST-STATUS PIC X(02) VALUE "00".
           01 WS-SCHEDMST-OPEN   PIC X(01) VALUE "N".
           01 WS-SCHED-EOF       PIC X(01) VALUE "N".
           01 WS-MJOURNAL-STATUS PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS    PIC X(02) VALUE "00".
           01 WS-XFRHIST-STATUS  PIC X(02) VALUE "00".
           01 WS-HIST-EOF        PIC X(01) VALUE "N".

           01 WS-RUN-DATE-N      PIC 9(08) VALUE ZEROES.
           01 WS-RUN-YYYYMM      PIC 9(06) VALUE ZEROES.
           01 WS-BATCH-TIME      PIC 9(08) VALUE ZEROES.
           01 WS-BEFORE-IMAGE    PIC X(207) VALUE SPACES.
           01 WS-OLD-INVESTOR    PIC X(03) VALUE SPACES.

      * Parked transfers ride between runs as raw images, the same
           01 WS-PARKED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-ITEM-COUNTER    PIC 9(09) VALUE ZEROES.
      * Control totals of the "M" records written, for the trailer.
           01 WS-MASTER-COUNTER  PIC 9(07) VALUE ZEROES.
           01 WS-PRIN-TOTAL      PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-ESCROW-TOTAL    PIC S9(11)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           ACCEPT WS-BATCH-TIME FROM TIME.
           COMPUTE WS-RUN-YYYYMM = WS-RUN-DATE-N / 100.

           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
           IF WS-LEDGER-STATUS = "00"
               MOVE "Y" TO WS-LEDGER-OPEN
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDMST-STATUS = "00"
               MOVE "Y" TO WS-SCHEDMST-OPEN
           END-IF.
           OPEN OUTPUT XFR-OUT.
           OPEN OUTPUT GOODBYE-EXTRACT.
           OPEN OUTPUT XFR-REPORT.

           PERFORM 090-REWRITE-PENDING.
           PERFORM 600-EXTRACT-OPEN-ITEMS.
           PERFORM 690-WRITE-TRAILER.

           CLOSE LOANMSTR.
           IF WS-LEDGER-OPEN = "Y"
               CLOSE ESCROW-LEDGER
           END-IF.
           IF WS-SCHEDMST-OPEN = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.
           CLOSE XFR-OUT.
           CLOSE GOODBYE-EXTRACT.
           CLOSE MAINT-JOURNAL.
           MOVE LOAN-ACCT-NO    TO MJ-ACCT.
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD     TO MJ-AFTER-IMAGE.
           MOVE "XFRPROC"       TO MJ-OPERATOR.
           MOVE XFH-EFF-DATE    TO MJ-EFF-DATE.
           WRITE MAINT-JOURNAL-REC.

           MOVE SPACES       TO DELTA-REC.
                       MOVE ESCROW-BALANCE TO XFO-ESCROW-BAL
               END-READ
           END-IF.
           MOVE LOAN-CUST-NAME      TO XFO-CUST-NAME.
           MOVE LOAN-CUST-ADDR      TO XFO-CUST-ADDR.
      * A loan ledgconv has not yet put on the ledger carries no
      * actual balance; it goes out owing its scheduled balance, or
      * what it originated at when the store has no row for it, so
      * the principal is not lost in the transfer.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO XFO-ACTUAL-BAL
           ELSE
               MOVE LOAN-ORIG-PRIN TO XFO-ACTUAL-BAL
               PERFORM 350-FIND-SCHED-BALANCE
           END-IF.
           MOVE LOAN-PAID-THRU-DATE TO XFO-PAID-THRU-DATE.
           MOVE LOAN-DUE-DAY        TO XFO-DUE-DAY.
           WRITE XFROUT-MASTER.
           ADD 1              TO WS-MASTER-COUNTER.
           ADD XFO-ACTUAL-BAL TO WS-PRIN-TOTAL.
           ADD XFO-ESCROW-BAL TO WS-ESCROW-TOTAL.

           MOVE SPACES           TO GOODBYE-REC.
           MOVE LOAN-ACCT-NO     TO GDB-ACC.
           MOVE "TRANSFERRED" TO WS-DTL-ACTION.
           PERFORM 700-WRITE-DETAIL.

       350-FIND-SCHED-BALANCE.
      * The account's slice of the schedule store by key: the latest
      * month due at or before the run month carries the balance.
           IF WS-SCHEDMST-OPEN = "Y"
               MOVE "N" TO WS-SCHED-EOF
               MOVE SPACES TO SCHED-KEY
               MOVE LOAN-ACCT-NO TO SCHED-OUT-ACC
               MOVE 0 TO SCHED-OUT-DUE-DATE
               START SCHEDULE-FILE KEY NOT < SCHED-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCHED-EOF
               END-START
               PERFORM UNTIL WS-SCHED-EOF = "Y"
                   READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCHED-EOF
                   NOT AT END
                       IF SCHED-OUT-ACC NOT = LOAN-ACCT-NO
                               OR SCHED-OUT-DUE-DATE > WS-RUN-YYYYMM
                           MOVE "Y" TO WS-SCHED-EOF
                       ELSE
                           MOVE SCHED-OUT-BALANCE TO XFO-ACTUAL-BAL
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       600-EXTRACT-OPEN-ITEMS.
      * One "P" record per open payhist item of each transferred
      * account, so the new servicer boards the history, not just
               MOVE PAYHIST-DUE-DATE TO XFI-DUE-DATE
               MOVE PAYHIST-AMOUNT   TO XFI-AMOUNT
               MOVE PAYHIST-PAID-AMT TO XFI-PAID-AMT
               MOVE PAYHIST-ITEM-TYPE TO XFI-ITEM-TYPE
               WRITE XFROUT-ITEM
               ADD 1 TO WS-ITEM-COUNTER
           END-IF.

       690-WRITE-TRAILER.
      * Last on the file, even an empty one, so the receiver can
      * tell a complete file from a short one.
           MOVE SPACES            TO XFROUT-TRAILER.
           MOVE "T"               TO XFT-TYPE.
           MOVE WS-MASTER-COUNTER TO XFT-LOAN-COUNT.
           MOVE WS-PRIN-TOTAL     TO XFT-PRIN-TOTAL.
           MOVE WS-ESCROW-TOTAL   TO XFT-ESCROW-TOTAL.
           MOVE WS-ITEM-COUNTER   TO XFT-ITEM-COUNT.
           WRITE XFROUT-TRAILER.

       700-WRITE-DETAIL.
           MOVE XFR-ACC          TO WS-DTL-ACC.
           MOVE XFR-NEW-INVESTOR TO WS-DTL-INV.
