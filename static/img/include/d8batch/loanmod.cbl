      * Applies the modification transactions on "modtrans" (new
      * rate, new term, arrears capitalized into principal) the way
      * the desk agrees them, with a provable trail: the remaining
      * balance as of the run month is the loan's actual balance
      * on LOANMSTR (the SCHEDMST schedule store's for a loan not
      * yet on the LOANTXN ledger), the capitalized amount is
      * added and journaled on the ledger as a MODIFIED entry,
      * loancalc re-amortizes the new principal at the new terms,
      * the account's forward rows in the store are replaced in
      * place by key, the master (and the "infile" pricing master)
      * are restated to the modified terms, with the master's
      * before/after image journaled to "mjournal" under this run's
      * batch id as transaction "M" (loanrcvr can roll it back like
      * any maintenance), the before/after picture is appended to
      * the "modhist" modification-history file, and the borrower
      * disclosure goes to "moddiscl".  Rejections land on the
      * "modrpt" report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT MAINT-JOURNAL ASSIGN TO "mjournal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MJOURNAL-STATUS.

      * Accounts changed since the last full pricing run, appended
      * here for bcuota's changed-accounts-only DELTA mode.
           SELECT DELTA-FILE ASSIGN TO "deltaacc"
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRQ-STATUS.

      * Loan transaction ledger; created on first use.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
               05 FILLER             PIC X(01).
               05 MH-NEW-PAYMENT     PIC 9(07)V9(02).

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

       FD DISCLOSURE-FILE.
           01 DISCLOSURE-REC.
               05 DSC-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 CRQ-ACC            PIC X(10).

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-PRICING-STATUS   PIC X(02) VALUE "00".
           01 WS-SCHEDMST-STATUS  PIC X(02) VALUE "00".
           01 WS-MODHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-MJOURNAL-STATUS  PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-TRANS-EOF        PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".

               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-YYYYMM       PIC 9(06).
           01 WS-BATCH-TIME       PIC 9(08) VALUE ZEROES.
           01 WS-BEFORE-IMAGE     PIC X(207) VALUE SPACES.

      * The run's modifications, held while the schedule is copied.
           01 WS-MOD-TABLE.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BATCH-TIME FROM TIME.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.

               GOBACK
           END-IF.
           OPEN I-O PRICING-MASTER.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN EXTEND MOD-HISTORY.
           IF WS-MODHIST-STATUS = "35"
               OPEN OUTPUT MOD-HISTORY
           END-IF.
           OPEN EXTEND MAINT-JOURNAL.
           IF WS-MJOURNAL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.
           OPEN OUTPUT DISCLOSURE-FILE.
           OPEN OUTPUT MOD-REPORT.
           OPEN EXTEND DELTA-FILE.
           CLOSE PRICING-MASTER.
           CLOSE SCHEDULE-FILE.
           CLOSE MOD-HISTORY.
           CLOSE MAINT-JOURNAL.
           CLOSE DISCLOSURE-FILE.
           CLOSE MOD-REPORT.
           CLOSE DELTA-FILE.
           CLOSE CORR-QUEUE.
           CLOSE LOAN-LEDGER.

           DISPLAY "MODIFICATIONS APPLIED: "  WS-APPLIED-COUNTER.
           DISPLAY "MODIFICATIONS REJECTED: " WS-REJECTED-COUNTER.

       400-REAMORTIZE.
      * The new principal is the remaining balance plus whatever
      * arrears the agreement capitalizes.  The remaining balance
      * is the actual balance the ledger has been moving; a loan
      * not yet on the ledger takes the schedule's, and one with no
      * schedule entry yet re-amortizes its origination principal.
           MOVE LOAN-INT-RATE   TO WS-OLD-RATE.
           MOVE LOAN-TERM-YEARS TO WS-OLD-TERM.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO WS-MOD-BALANCE(WS-MOD-IDX)
           END-IF.
           IF WS-MOD-BALANCE(WS-MOD-IDX) = 0
               MOVE LOAN-ORIG-PRIN TO WS-MOD-BALANCE(WS-MOD-IDX)
           END-IF.
       500-RESTATE-MASTERS.
      * The master is restated to the modified note so every pricer
      * and quoter sees the loan as it now stands; the before-image
      * lives on modhist and, as the whole record, on mjournal.
           MOVE LOAN-RECORD             TO WS-BEFORE-IMAGE.
           MOVE WS-NEW-PRIN             TO LOAN-ORIG-PRIN.
           MOVE WS-MOD-RATE(WS-MOD-IDX) TO LOAN-INT-RATE.
           MOVE WS-MOD-TERM(WS-MOD-IDX) TO LOAN-TERM-YEARS.
           MOVE WS-MOD-EFF-DATE(WS-MOD-IDX) TO LOAN-ORIG-DATE.
      * From here the balance owed is the modified one, to the cent.
           COMPUTE LOAN-ACTUAL-BALANCE =
                   WS-MOD-BALANCE(WS-MOD-IDX)
                   + WS-MOD-CAP(WS-MOD-IDX).
           REWRITE LOAN-RECORD.
           PERFORM 540-JOURNAL-MASTER-CHANGE.
           PERFORM 550-JOURNAL-MODIFICATION.

           MOVE WS-MOD-ACC(WS-MOD-IDX) TO PRICE-ACC.
           READ PRICING-MASTER
                   REWRITE PRICING-REC
           END-READ.

       540-JOURNAL-MASTER-CHANGE.
           MOVE SPACES          TO MAINT-JOURNAL-REC.
           MOVE WS-RUN-DATE     TO MJ-BATCH-DATE.
           MOVE WS-BATCH-TIME   TO MJ-BATCH-TIME.
           MOVE "M"             TO MJ-TRAN-CODE.
           MOVE LOAN-ACCT-NO    TO MJ-ACCT.
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD     TO MJ-AFTER-IMAGE.
           MOVE "LOANMOD"       TO MJ-OPERATOR.
           MOVE WS-MOD-EFF-DATE(WS-MOD-IDX) TO MJ-EFF-DATE.
           WRITE MAINT-JOURNAL-REC.

       550-JOURNAL-MODIFICATION.
      * Capitalized arrears are principal added to the loan, so they
      * journal as negative principal; a modification capitalizing
      * nothing still leaves its entry as the ledger's marker of the
      * restated terms.
           MOVE SPACES                  TO TXN-REC.
           MOVE WS-MOD-ACC(WS-MOD-IDX)  TO TXN-ACC.
           MOVE WS-MOD-EFF-DATE(WS-MOD-IDX) TO TXN-DATE.
           MOVE 1                       TO TXN-SEQ.
           MOVE "MODIFIED"              TO TXN-TYPE.
           MOVE 0                       TO TXN-DUE-DATE.
           COMPUTE TXN-AMOUNT    = 0 - WS-MOD-CAP(WS-MOD-IDX).
           COMPUTE TXN-PRINCIPAL = 0 - WS-MOD-CAP(WS-MOD-IDX).
           MOVE 0 TO TXN-INTEREST TXN-ESCROW TXN-FEES.
           MOVE LOAN-ACTUAL-BALANCE     TO TXN-BALANCE.
           MOVE "LOANMOD"               TO TXN-SOURCE.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   TXN-ACC
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
               END-WRITE
           END-PERFORM.

       600-APPEND-NEW-SCHEDULE.
      * Forward rows for the re-amortized loan, due dates anchored
      * at the run month the same way bcuota's 700-WRITE-SCHEDULE
