      *
      * Every applied add/change/delete also writes a before-image
      * and after-image record to the "mjournal" maintenance
      * journal, stamped with the run's batch id, the operator and
      * the effective date, so loanrcvr can roll a restored LOANMSTR
      * forward or back a bad batch out, and loancdc can publish the
      * change on the "loan-changes" topic.  A transaction pgmaint
      * staged from the web admin screen carries the web user who
      * requested it, and is journaled under that user.
      *
      * A transaction names the servicing company that owns the
      * loan.  An add with none goes to the house company; a change
      * with none leaves the loan where it is.  A company named must
      * be on the company file, and a product that belongs to one
      * company takes only that company's loans.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared loan maintenance transaction record; see
      * loantran.cpy.
       FD TRANS-FILE.
           COPY "loantran.cpy".

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.

      * Raw image of a parked TRANS-REC.
       FD PENDING-FILE.
           01 PENDING-REC PIC X(178).

       FD PENDING-REPORT.
           01 PENDING-REPORT-REC PIC X(80).

      * One record per applied action: the batch id (run date and
      * time), what was done to which account, the full record
      * image before and after, the operator, and the date the
      * action took effect.  An add has a space before-image, a
      * delete a space after-image.
       FD PRODPARM.
           COPY "prodparm.cpy".
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

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-PENDING-STATUS  PIC X(02) VALUE "00".
           01 WS-RUN-DATE-N      PIC 9(08) VALUE ZEROES.
           01 WS-OLD-PEND-TABLE.
               05 WS-OLD-PEND-ENTRY OCCURS 200 TIMES PIC X(178).
           01 WS-OLD-PEND-COUNT  PIC 9(03) VALUE ZEROES.
           01 WS-PEND-OVERFLOW   PIC X(01) VALUE "N".
           01 WS-NEW-PEND-TABLE.
               05 WS-NEW-PEND-ENTRY OCCURS 200 TIMES PIC X(178).
           01 WS-NEW-PEND-COUNT  PIC 9(03) VALUE ZEROES.
           01 WS-PEND-IDX        PIC 9(03) VALUE ZEROES.
           01 WS-PEND-WORK.
               05 WS-PW-CODE         PIC X(01).
               05 FILLER             PIC X(158).
               05 WS-PW-EFF-DATE     PIC 9(08).
               05 FILLER             PIC X(08).
               05 FILLER             PIC X(03).
           01 WS-PEND-LINE.
               05 WS-PND-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
           01 WS-MJOURNAL-STATUS PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS    PIC X(02) VALUE "00".
           01 WS-BATCH-TIME      PIC 9(08) VALUE ZEROES.
           01 WS-BEFORE-IMAGE    PIC X(207) VALUE SPACES.

      * Shared company-lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE.
               WHEN TRAN-INT-RATE NOT NUMERIC
               WHEN TRAN-TERM-YEARS NOT NUMERIC
               WHEN TRAN-IO-MONTHS NOT NUMERIC
               WHEN TRAN-BALLOON-TERM NOT NUMERIC
               WHEN TRAN-DRAW-END-DATE NOT NUMERIC
               WHEN TRAN-REPAY-TERM NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD" TO WS-EDIT-REASON
               WHEN TRAN-STATUS NOT = "A" AND TRAN-STATUS NOT = "C"
                       AND TRAN-STATUS NOT = "B"
                       AND (TRAN-CREDIT-LIMIT NOT NUMERIC
                            OR TRAN-CREDIT-LIMIT = 0)
                   MOVE "BAD CREDIT LIMIT" TO WS-EDIT-REASON
      * A balloon falls due before the amortization term runs out,
      * and only on a closed-end loan.
               WHEN TRAN-BALLOON-TERM > 0
                       AND (TRAN-ACCT-TYPE = "R"
                            OR TRAN-BALLOON-TERM
                               NOT < TRAN-TERM-YEARS)
                   MOVE "BAD BALLOON TERM" TO WS-EDIT-REASON
      * A line whose draw period ends must say how long it then has
      * to repay.
               WHEN TRAN-ACCT-TYPE = "R"
                       AND TRAN-DRAW-END-DATE > 0
                       AND TRAN-REPAY-TERM = 0
                   MOVE "NO REPAY TERM" TO WS-EDIT-REASON
           END-EVALUATE.
           IF WS-EDIT-REASON = SPACES AND TRAN-IO-MONTHS > 0
               PERFORM 215-EDIT-IO-TERM
           END-IF.
           IF WS-EDIT-REASON = SPACES
                   AND (TRAN-CODE = "A"
                        OR TRAN-COMPANY-CODE NOT = SPACES)
               PERFORM 217-EDIT-COMPANY
           END-IF.

       215-EDIT-IO-TERM.
      * An interest-only term exists only where the loan's product
               END-READ
           END-IF.

       217-EDIT-COMPANY.
      * The company must be on file, and a product kept for one
      * company cannot carry another's loan.  An add with no
      * company is the house company's.
           MOVE "L"               TO CMP-FUNCTION.
           MOVE TRAN-COMPANY-CODE TO CMP-CODE.
           CALL "complook" USING CMP-PARAMS.
           IF NOT CMP-FOUND
               MOVE "UNKNOWN COMPANY" TO WS-EDIT-REASON
           ELSE
               IF WS-PRODPARM-OPEN = "Y"
                   IF TRAN-PRODUCT-CODE = SPACES
                       MOVE "STD" TO PROD-CODE
                   ELSE
                       MOVE TRAN-PRODUCT-CODE TO PROD-CODE
                   END-IF
                   READ PRODPARM
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROD-COMPANY-CODE NOT = SPACES
                                   AND PROD-COMPANY-CODE NOT = CMP-CODE
                               MOVE "PRODUCT OF OTHER CO"
                                   TO WS-EDIT-REASON
                           END-IF
                   END-READ
               END-IF
           END-IF.

       220-EDIT-ON-FILE.
           MOVE TRAN-ACCT-NO TO LOAN-ACCT-NO.
           READ LOANMSTR
           MOVE TRAN-CREDIT-LIMIT TO LOAN-CREDIT-LIMIT.
           MOVE TRAN-RATE-INDEX TO LOAN-RATE-INDEX.
           MOVE TRAN-INDEX-MARGIN TO LOAN-INDEX-MARGIN.
           MOVE TRAN-BALLOON-TERM TO LOAN-BALLOON-TERM.
           MOVE TRAN-DRAW-END-DATE TO LOAN-DRAW-END-DATE.
           MOVE TRAN-REPAY-TERM TO LOAN-REPAY-TERM.
      * Only helocvt sets the converted principal.
           MOVE 0              TO LOAN-CONV-PRIN.
      * A new account falls due on the 1st; only duechg moves it.
           MOVE 0              TO LOAN-DUE-DAY.
           MOVE 0              TO LOAN-DUE-DAY-CHG-DATE.
      * No company on an add is the house company's loan.
           IF TRAN-COMPANY-CODE = SPACES
               MOVE "001"             TO LOAN-COMPANY-CODE
           ELSE
               MOVE TRAN-COMPANY-CODE TO LOAN-COMPANY-CODE
           END-IF.
      * A new account starts with nothing drawn; only revolpst's
      * draw and paydown transactions move the running balance.
           MOVE 0              TO LOAN-CURR-BALANCE.
      * A newly added loan starts with PMI charging; only the PMI-
      * cancellation pass sets the stop flag.
           MOVE SPACE          TO LOAN-PMI-STOP-FLAG.
      * An installment loan goes on the books owing its full
      * principal with nothing paid through yet; the posting
      * programs move the actual balance from here.  A revolving
      * line's owed balance is LOAN-CURR-BALANCE instead.
           IF TRAN-ACCT-TYPE = "R"
               MOVE 0              TO LOAN-ACTUAL-BALANCE
           ELSE
               MOVE TRAN-ORIG-PRIN TO LOAN-ACTUAL-BALANCE
           END-IF.
           MOVE 0              TO LOAN-PAID-THRU-DATE.
           WRITE LOAN-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ACCOUNT" TO MREJECT-REASON
                   MOVE TRAN-CREDIT-LIMIT TO LOAN-CREDIT-LIMIT
                   MOVE TRAN-RATE-INDEX TO LOAN-RATE-INDEX
                   MOVE TRAN-INDEX-MARGIN TO LOAN-INDEX-MARGIN
                   MOVE TRAN-BALLOON-TERM TO LOAN-BALLOON-TERM
                   MOVE TRAN-DRAW-END-DATE TO LOAN-DRAW-END-DATE
                   MOVE TRAN-REPAY-TERM TO LOAN-REPAY-TERM
      * A change naming no company leaves the loan where it is.
                   IF TRAN-COMPANY-CODE NOT = SPACES
                       MOVE TRAN-COMPANY-CODE TO LOAN-COMPANY-CODE
                   END-IF
      * The running balance belongs to revolpst, the actual
      * balance and paid-through date to the posting programs, and
      * the converted principal to helocvt, and the due day to
      * duechg; a maintenance change never touches them.
                   REWRITE LOAN-RECORD
                   ADD 1 TO WS-CHANGE-COUNTER
                   PERFORM 940-STAMP-DELTA
           MOVE TRAN-ACCT-NO    TO MJ-ACCT.
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD     TO MJ-AFTER-IMAGE.
      * A staged web request is journaled under the user who asked
      * for it.
           IF TRAN-OPERATOR = SPACES
               MOVE "LOANMAIN"      TO MJ-OPERATOR
           ELSE
               MOVE TRAN-OPERATOR   TO MJ-OPERATOR
           END-IF.
           IF TRAN-EFF-DATE NUMERIC AND TRAN-EFF-DATE > 0
               MOVE TRAN-EFF-DATE TO MJ-EFF-DATE
           ELSE
               MOVE WS-RUN-DATE-N TO MJ-EFF-DATE
           END-IF.
           WRITE MAINT-JOURNAL-REC.
