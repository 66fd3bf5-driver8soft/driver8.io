      ******************************************************************
      *
      * Borrower Due-Date Change
      * =========================
      *
      * Moves an account's monthly due day at the borrower's request
      * - the borrower paid on the 15th who keeps asking to move
      * off the 1st.  Each "ddtrans" transaction carries the
      * account, the new due day (1 through 28, so every month has
      * one), and the operator.  The new day is stamped on the
      * master's LOAN-DUE-DAY with the change date beside it, the
      * before/after images journaled to "mjournal" under this
      * run's batch id like any other maintenance, and payhroll
      * dates every regular payment from next month on that day;
      * items already on PAYHIST keep the date they were billed
      * with.  Moving the day later stretches one period past a
      * month: the extra days' interest is priced through loancalc
      * as odd-days interim interest on the balance outstanding and
      * billed once through the FEELEDGR fee subledger with an
      * ASSESS line on "feeact".  Moving it earlier shortens the
      * period and bills nothing.  One change per account in any
      * twelve months; a second inside that window is rejected, as
      * is an account that is not open.  The run lands on the
      * "ddchgrpt" register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. duechg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT TRANS-FILE ASSIGN TO "ddtrans"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Before/after images under the same journal loanmaint
      * writes; "Y" is the due-day change transaction code.
           SELECT MAINT-JOURNAL ASSIGN TO "mjournal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MJOURNAL-STATUS.

           SELECT FEELEDGR ASSIGN TO "FEELEDGR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FEE-ACCT-NO
           FILE STATUS IS WS-FEELEDGR-STATUS.

           SELECT FEE-ACTIVITY ASSIGN TO "feeact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEACT-STATUS.

           SELECT DUECHG-REPORT ASSIGN TO "ddchgrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD TRANS-FILE.
           01 TRANS-REC.
               05 DDT-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 DDT-NEW-DAY        PIC 9(02).
               05 FILLER             PIC X(01).
               05 DDT-OPERATOR       PIC X(08).

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

       FD FEELEDGR.
           COPY "feerec.cpy".

      * Shared fee-activity journal record; see feeact.cpy.
       FD FEE-ACTIVITY.
           COPY "feeact.cpy".

       FD DUECHG-REPORT.
           01 DUECHG-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-MJOURNAL-STATUS PIC X(02) VALUE "00".
           01 WS-FEELEDGR-STATUS PIC X(02) VALUE "00".
           01 WS-FEEACT-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF             PIC X(01) VALUE "N".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-BATCH-TIME      PIC 9(08) VALUE ZEROES.
           01 WS-BEFORE-IMAGE    PIC X(207) VALUE SPACES.

      * The day the account falls due today (the 1st when the
      * master carries none), and the interim period priced when
      * the day moves later: from the old day this month to the
      * new day next month.
           01 WS-OLD-DAY         PIC 9(02) VALUE ZEROES.
           01 WS-NEXT-TOTAL-MOS  PIC 9(07) VALUE ZEROES.
           01 WS-NEXT-YEAR       PIC 9(04) VALUE ZEROES.
           01 WS-NEXT-MONTH      PIC 9(02) VALUE ZEROES.
           01 WS-INTERIM-BAL     PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-INTERIM-INT     PIC 9(07)V9(02) VALUE ZEROES.
      * Twelve months back from the run date; a change stamped
      * after it is inside the one-change window.
           01 WS-WINDOW-DATE     PIC 9(08) VALUE ZEROES.

           01 WS-CHANGED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-FEE-TOTAL       PIC 9(09)V9(02) VALUE ZEROES.

      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-OLD-DAY   PIC Z9.
               05 FILLER           PIC X(04) VALUE " TO ".
               05 WS-DTL-NEW-DAY   PIC Z9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-INTEREST  PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BATCH-TIME FROM TIME.
           COMPUTE WS-WINDOW-DATE = WS-RUN-DATE-N - 10000.

           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN EXTEND MAINT-JOURNAL.
           IF WS-MJOURNAL-STATUS = "35"
               OPEN OUTPUT MAINT-JOURNAL
           END-IF.
      * First run has no subledger yet; create it the same OUTPUT-
      * then-I-O way loanmaint creates a missing LOANMSTR.
           OPEN I-O FEELEDGR.
           IF WS-FEELEDGR-STATUS = "35"
               CLOSE FEELEDGR
               OPEN OUTPUT FEELEDGR
               CLOSE FEELEDGR
               OPEN I-O FEELEDGR
           END-IF.
           OPEN EXTEND FEE-ACTIVITY.
           IF WS-FEEACT-STATUS = "35"
               OPEN OUTPUT FEE-ACTIVITY
           END-IF.
           OPEN OUTPUT DUECHG-REPORT.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-PROCESS-CHANGE
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           CLOSE TRANS-FILE.
           CLOSE MAINT-JOURNAL.
           CLOSE FEELEDGR.
           CLOSE FEE-ACTIVITY.
           CLOSE DUECHG-REPORT.

           DISPLAY "DUE DAYS CHANGED: "      WS-CHANGED-COUNTER.
           DISPLAY "DUE DAY CHANGES REJECTED: " WS-REJECTED-COUNTER.
      * The loancalc CALLs reset RETURN-CODE; restate the warning.
           IF WS-REJECTED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-PROCESS-CHANGE.
           MOVE DDT-ACC TO WS-DTL-ACC.
           MOVE 0       TO WS-DTL-OLD-DAY.
           MOVE 0       TO WS-DTL-NEW-DAY.
           MOVE 0       TO WS-DTL-INTEREST.
           MOVE DDT-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-DTL-ACTION
                   PERFORM 800-REJECT
               NOT INVALID KEY
                   IF LOAN-DUE-DAY >= 1 AND LOAN-DUE-DAY <= 28
                       MOVE LOAN-DUE-DAY TO WS-OLD-DAY
                   ELSE
                       MOVE 1 TO WS-OLD-DAY
                   END-IF
                   MOVE WS-OLD-DAY TO WS-DTL-OLD-DAY
                   IF DDT-NEW-DAY IS NUMERIC
                       MOVE DDT-NEW-DAY TO WS-DTL-NEW-DAY
                   END-IF
                   EVALUATE TRUE
                       WHEN LOAN-ST-CLOSED
                       WHEN LOAN-ST-CHARGEOFF
                           MOVE "ACCOUNT NOT OPEN"
                               TO WS-DTL-ACTION
                           PERFORM 800-REJECT
                       WHEN DDT-NEW-DAY NOT NUMERIC
                       WHEN DDT-NEW-DAY < 1
                       WHEN DDT-NEW-DAY > 28
                           MOVE "BAD DUE DAY" TO WS-DTL-ACTION
                           PERFORM 800-REJECT
                       WHEN DDT-NEW-DAY = WS-OLD-DAY
                           MOVE "SAME AS CURRENT DAY"
                               TO WS-DTL-ACTION
                           PERFORM 800-REJECT
                       WHEN LOAN-DUE-DAY-CHG-DATE > WS-WINDOW-DATE
                           MOVE "CHANGED IN LAST 12MO"
                               TO WS-DTL-ACTION
                           PERFORM 800-REJECT
                       WHEN OTHER
                           PERFORM 200-PRICE-INTERIM-INTEREST
                   END-EVALUATE
           END-READ.

       200-PRICE-INTERIM-INTEREST.
      * The stretched period runs from the old due day this month
      * to the new one next month; loancalc prices what that stub
      * runs past a regular period as odd-days interest.  An
      * earlier day shortens the period and owes nothing extra.
           MOVE 0 TO WS-INTERIM-INT.
           IF DDT-NEW-DAY > WS-OLD-DAY
               PERFORM 250-SET-INTERIM-BALANCE
               COMPUTE WS-NEXT-TOTAL-MOS =
                       WS-RUN-YEAR * 12 + WS-RUN-MONTH
               DIVIDE WS-NEXT-TOTAL-MOS BY 12
                   GIVING WS-NEXT-YEAR
                   REMAINDER WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-MONTH
               INITIALIZE LOAN-PARAMS
               MOVE 4 TO COMMAREA-VERSION
               MOVE WS-INTERIM-BAL  TO PRIN-AMT
               MOVE LOAN-INT-RATE   TO INT-RATE
               MOVE LOAN-TERM-YEARS TO TIMEYR
               MOVE "M"             TO PAY-FREQ
               MOVE "DUECHG"        TO AUDIT-SOURCE
               COMPUTE CLOSING-DATE =
                       WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100
                       + WS-OLD-DAY
               COMPUTE FIRST-DUE-DATE =
                       WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100
                       + DDT-NEW-DAY
               CALL "loancalc" USING LOAN-PARAMS
               IF ERROR-MSG NOT = "OK"
                   MOVE ERROR-MSG TO WS-DTL-ACTION
                   PERFORM 800-REJECT
               ELSE
                   IF ODD-DAYS-INTEREST > 0
                       MOVE ODD-DAYS-INTEREST TO WS-INTERIM-INT
                   END-IF
                   PERFORM 300-APPLY-CHANGE
               END-IF
           ELSE
               PERFORM 300-APPLY-CHANGE
           END-IF.

       250-SET-INTERIM-BALANCE.
      * The balance the interest runs on: a revolving line's
      * running balance, an installment loan's actual balance, and
      * the original principal for a loan the ledger conversion has
      * not reached yet.
           EVALUATE TRUE
               WHEN LOAN-ACCT-TYPE = "R"
                   MOVE LOAN-CURR-BALANCE TO WS-INTERIM-BAL
               WHEN LOAN-ACTUAL-BALANCE NOT = 0
               WHEN LOAN-PAID-THRU-DATE NOT = 0
                   MOVE LOAN-ACTUAL-BALANCE TO WS-INTERIM-BAL
               WHEN OTHER
                   MOVE LOAN-ORIG-PRIN TO WS-INTERIM-BAL
           END-EVALUATE.

       300-APPLY-CHANGE.
           MOVE LOAN-RECORD TO WS-BEFORE-IMAGE.
           MOVE DDT-NEW-DAY   TO LOAN-DUE-DAY.
           MOVE WS-RUN-DATE-N TO LOAN-DUE-DAY-CHG-DATE.
           REWRITE LOAN-RECORD.

           MOVE SPACES          TO MAINT-JOURNAL-REC.
           MOVE WS-RUN-DATE-N   TO MJ-BATCH-DATE.
           MOVE WS-BATCH-TIME   TO MJ-BATCH-TIME.
           MOVE "Y"             TO MJ-TRAN-CODE.
           MOVE LOAN-ACCT-NO    TO MJ-ACCT.
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD     TO MJ-AFTER-IMAGE.
           MOVE DDT-OPERATOR    TO MJ-OPERATOR.
           MOVE WS-RUN-DATE-N   TO MJ-EFF-DATE.
           WRITE MAINT-JOURNAL-REC.

           IF WS-INTERIM-INT > 0
               PERFORM 400-BILL-INTERIM-INTEREST
           END-IF.

           ADD 1 TO WS-CHANGED-COUNTER.
           MOVE WS-INTERIM-INT TO WS-DTL-INTEREST.
           MOVE "DUE DAY CHANGED" TO WS-DTL-ACTION.
           MOVE WS-DETAIL-LINE TO DUECHG-REPORT-REC.
           WRITE DUECHG-REPORT-REC.

       400-BILL-INTERIM-INTEREST.
      * Billed like the assumption fee: onto the account's
      * subledger balance with an ASSESS line on the activity
      * journal, collected by cashpost's fee pass.
           MOVE LOAN-ACCT-NO TO FEE-ACCT-NO.
           READ FEELEDGR
               INVALID KEY
                   MOVE LOAN-ACCT-NO   TO FEE-ACCT-NO
                   MOVE WS-INTERIM-INT TO FEE-BALANCE
                   WRITE FEE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-INTERIM-INT TO FEE-BALANCE
                   REWRITE FEE-RECORD
           END-READ.
           ADD WS-INTERIM-INT TO WS-FEE-TOTAL.
           MOVE SPACES          TO FEEACT-REC.
           MOVE LOAN-ACCT-NO    TO FEEACT-ACC.
           MOVE WS-RUN-DATE-N   TO FEEACT-DATE.
           MOVE "ASSESS"        TO FEEACT-TYPE.
           MOVE WS-INTERIM-INT  TO FEEACT-AMOUNT.
           MOVE DDT-OPERATOR    TO FEEACT-OPERATOR.
           MOVE "DUE DATE INTERIM INT" TO FEEACT-REASON.
           WRITE FEEACT-REC.

       800-REJECT.
           ADD 1 TO WS-REJECTED-COUNTER.
           MOVE WS-DETAIL-LINE TO DUECHG-REPORT-REC.
           WRITE DUECHG-REPORT-REC.
           MOVE 4 TO RETURN-CODE.

       900-WRITE-REPORT-TOTALS.
           MOVE "DUE DAYS CHANGED:"    TO WS-TOT-LABEL.
           MOVE WS-CHANGED-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DUECHG-REPORT-REC.
           WRITE DUECHG-REPORT-REC.

           MOVE "CHANGES REJECTED:"    TO WS-TOT-LABEL.
           MOVE WS-REJECTED-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DUECHG-REPORT-REC.
           WRITE DUECHG-REPORT-REC.

           MOVE "INTERIM INT BILLED:"  TO WS-TOT-LABEL.
           MOVE WS-FEE-TOTAL           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DUECHG-REPORT-REC.
           WRITE DUECHG-REPORT-REC.
