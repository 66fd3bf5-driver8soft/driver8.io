      * Year-End Interest-Paid (1098) Extract
      * ======================================
      *
      * Sums the interest actually paid per account in the
      * statement year - the interest share of every movement the
      * LOANTXN loan transaction ledger journaled in the year, as
      * the postings applied it, and for settled "payhist" items the
      * ledger never carried (paid inside the year, before the
      * ledger existed) the SCHEDULE-FILE's interest amount for the
      * same account and due month - and writes both the print-image
      * borrower
      * statement file "stmt1098" and the fixed-layout "ext1098"
      * extract for the tax reporting service.  The statement year
      * comes from the command line and defaults to the calendar year
      * just ended, so the January run needs no parameter at all.
      * The 1098 is issued to the loan's primary borrower off the
      * customer master, with any co-borrowers listed under the
      * primary on the statement; an unlinked account is issued to
      * the name on its loan record.  The lender on each 1098 is
      * the servicing company that owns the loan (LOANMSTR's company
      * code, looked up through complook): its name and TIN head the
      * statement and ride on the extract with the company code, so
      * the tax reporting service files each company's forms under
      * its own TIN.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SCHED-KEY.

      * Loan transaction ledger; optional before the first posting
      * run has created it.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * Loan master and the customer files maintained by custmain,
      * for the recipient and co-borrower names; all optional.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-NO
           FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

           SELECT STATEMENT-1098 ASSIGN TO "stmt1098"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD CUSTMSTR.
           COPY "custrec.cpy".

      * Mirrors custmain's own FD CUSTXREF layout field for field.
       FD CUSTXREF.
           01 XREF-REC.
               05 XREF-KEY.
                   10 XREF-ACCT-NO   PIC X(10).
                   10 XREF-CUST-NO   PIC X(06).
               05 XREF-ROLE          PIC X(01).
                   88 XREF-PRIMARY        VALUE "P", SPACE.
                   88 XREF-CO-BORROWER    VALUE "C".
                   88 XREF-CO-SIGNER      VALUE "S".
                   88 XREF-GUARANTOR      VALUE "G".
                   88 XREF-NB-SPOUSE      VALUE "N".
                   88 XREF-OBLIGOR        VALUE "P", "C", "S", SPACE.

       FD STATEMENT-1098.
           01 STATEMENT-1098-REC PIC X(80).

               05 EXT-YEAR           PIC 9(04).
               05 FILLER             PIC X(01).
               05 EXT-INTEREST       PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 EXT-BORROWER-NAME  PIC X(30).
               05 FILLER             PIC X(01).
               05 EXT-COMPANY-CODE   PIC X(03).
               05 FILLER             PIC X(01).
               05 EXT-LENDER-TIN     PIC X(09).
               05 FILLER             PIC X(01).
               05 EXT-LENDER-NAME    PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-EOF          PIC X(01) VALUE "N".
           01 WS-TXN-YEAR         PIC 9(04).
           01 WS-TXN-YYYYMM       PIC 9(06).
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTFILE-OPEN    PIC X(01) VALUE "N".
           01 WS-XREF-EOF         PIC X(01) VALUE "N".

      * The recipient and the co-borrowers listed under them.
           01 WS-PRIMARY-NAME     PIC X(30) VALUE SPACES.
           01 WS-COBOR-TABLE.
               05 WS-COBOR-CUST-NO OCCURS 10 TIMES PIC X(06).
           01 WS-COBOR-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-COBOR-IDX        PIC 9(02) VALUE ZEROES.

      * The lender: the company servicing the loan.
           01 WS-ACCT-COMPANY     PIC X(03) VALUE SPACES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-PAID-ENTRY OCCURS 10000 TIMES.
                   10 WS-PAID-ACC      PIC X(10).
                   10 WS-PAID-YYYYMM   PIC 9(06).
      * Whether the ledger carries the item, whose interest then
      * comes off the ledger instead of the schedule.
                   10 WS-PAID-ON-LEDGER PIC X(01).
           01 WS-PAID-COUNT       PIC 9(05) VALUE ZEROES.
           01 WS-PAID-OVERFLOW    PIC X(01) VALUE "N".
           01 WS-PAID-IDX         PIC 9(05) VALUE ZEROES.
           01 WS-PAID-FOUND       PIC X(01) VALUE "N".
           01 WS-PAID-HIT         PIC 9(05) VALUE ZEROES.
           01 WS-ITEM-YYYYMM      PIC 9(06).

      * Interest the ledger journaled in the statement year, per
      * account, built in the ledger's account order; the used flag
      * marks accounts the schedule pass has already reported.
           01 WS-LINT-TABLE.
               05 WS-LINT-ENTRY OCCURS 10000 TIMES.
                   10 WS-LINT-ACC      PIC X(10).
                   10 WS-LINT-INTEREST PIC S9(09)V9(02).
                   10 WS-LINT-USED     PIC X(01).
           01 WS-LINT-COUNT       PIC 9(05) VALUE ZEROES.
           01 WS-LINT-IDX         PIC 9(05) VALUE ZEROES.
           01 WS-LINT-FOUND       PIC X(01) VALUE "N".

      * Control-break accumulation over the account-ordered schedule.
           01 WS-PRIOR-ACC        PIC X(10) VALUE SPACES.
           01 WS-ACCT-INTEREST    PIC S9(07)V9(02) VALUE ZEROES.

           01 WS-STMT-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-INTEREST-TOTAL   PIC 9(09)V9(02) VALUE ZEROES.
               05 FILLER           PIC X(12) VALUE "   TAX YEAR ".
               05 WS-STMT-YEAR-ED  PIC 9(04).

           01 WS-STMT-LENDER-LINE.
               05 FILLER           PIC X(13) VALUE "LENDER:      ".
               05 WS-STMT-LENDER   PIC X(40).

           01 WS-STMT-TIN-LINE.
               05 FILLER           PIC X(13) VALUE "LENDER TIN:  ".
               05 WS-STMT-TIN      PIC X(09).

           01 WS-STMT-NAME-LINE.
               05 FILLER           PIC X(13) VALUE "BORROWER:    ".
               05 WS-STMT-NAME     PIC X(30).

           01 WS-STMT-COBOR-LINE.
               05 FILLER           PIC X(13) VALUE "CO-BORROWER: ".
               05 WS-STMT-COBOR    PIC X(30).

           01 WS-STMT-LINE-2.
               05 FILLER           PIC X(22)
                   VALUE "MORTGAGE INTEREST PAID".
               GOBACK
           END-IF.

           OPEN INPUT LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF = "Y"
                   READ LOAN-LEDGER
                   AT END MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       PERFORM 150-LOAD-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LOAN-LEDGER
           END-IF.
           IF WS-PAID-OVERFLOW = "Y"
               DISPLAY "LEDGER INTEREST TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SCHEDULE-FILE.
           OPEN OUTPUT STATEMENT-1098.
           OPEN OUTPUT EXTRACT-1098.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN INPUT CUSTMSTR.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTMSTR-STATUS = "00"
                   AND WS-CUSTXREF-STATUS = "00"
               MOVE "Y" TO WS-CUSTFILE-OPEN
           END-IF.

           PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ SCHEDULE-FILE
               END-READ
           END-PERFORM.

           PERFORM 400-WRITE-LEDGER-ONLY.
           PERFORM 900-WRITE-STATEMENT-TOTALS.

           CLOSE SCHEDULE-FILE.
           CLOSE STATEMENT-1098.
           CLOSE EXTRACT-1098.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           IF WS-CUSTFILE-OPEN = "Y"
               CLOSE CUSTMSTR
               CLOSE CUSTXREF
           END-IF.

           DISPLAY "1098 STATEMENTS WRITTEN: " WS-STMT-COUNTER.
           GOBACK.
                       TO WS-PAID-ACC(WS-PAID-COUNT)
                   DIVIDE PAYHIST-DUE-DATE BY 100
                       GIVING WS-PAID-YYYYMM(WS-PAID-COUNT)
                   MOVE "N" TO WS-PAID-ON-LEDGER(WS-PAID-COUNT)
               ELSE
      * A settled item the table loses understates the interest on
      * a tax document; the run refuses instead.
               END-IF
           END-IF.

       150-LOAD-LEDGER-ENTRY.
      * An installment the ledger has payments for is the ledger's
      * to report, whatever year those payments fell in.
           IF TXN-TYPE = "PAYMENT" OR TXN-TYPE = "PARTIAL"
                   OR TXN-TYPE = "REVERSED"
               DIVIDE TXN-DUE-DATE BY 100 GIVING WS-TXN-YYYYMM
               PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                       UNTIL WS-PAID-IDX > WS-PAID-COUNT
                   IF WS-PAID-ACC(WS-PAID-IDX) = TXN-ACC
                           AND WS-PAID-YYYYMM(WS-PAID-IDX)
                               = WS-TXN-YYYYMM
                       MOVE "Y" TO WS-PAID-ON-LEDGER(WS-PAID-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      * Interest counts in the year the money moved, reversals
      * taking it back out.
           DIVIDE TXN-DATE BY 10000 GIVING WS-TXN-YEAR.
           IF WS-TXN-YEAR = WS-STMT-YEAR AND TXN-INTEREST NOT = 0
               IF WS-LINT-COUNT = 0
                       OR WS-LINT-ACC(WS-LINT-COUNT) NOT = TXN-ACC
                   IF WS-LINT-COUNT < 10000
                       ADD 1 TO WS-LINT-COUNT
                       MOVE TXN-ACC TO WS-LINT-ACC(WS-LINT-COUNT)
                       MOVE 0 TO WS-LINT-INTEREST(WS-LINT-COUNT)
                       MOVE "N" TO WS-LINT-USED(WS-LINT-COUNT)
                   ELSE
                       MOVE "Y" TO WS-PAID-OVERFLOW
                       MOVE "Y" TO WS-TXN-EOF
                   END-IF
               END-IF
               IF WS-PAID-OVERFLOW = "N"
                   ADD TXN-INTEREST
                       TO WS-LINT-INTEREST(WS-LINT-COUNT)
               END-IF
           END-IF.

       200-MATCH-SCHEDULE-ITEM.
      * The schedule streams account by account; a change of account
      * closes out the prior account's statement before this one
                       AND WS-PAID-YYYYMM(WS-PAID-IDX)
                           = SCHED-OUT-DUE-DATE
                   MOVE "Y" TO WS-PAID-FOUND
                   MOVE WS-PAID-IDX TO WS-PAID-HIT
               END-IF
           END-PERFORM.
           IF WS-PAID-FOUND = "Y"
               IF WS-PAID-ON-LEDGER(WS-PAID-HIT) = "N"
                   ADD SCHED-OUT-INTEREST TO WS-ACCT-INTEREST
               END-IF
           END-IF.

       300-BREAK-ON-ACCOUNT.
           IF WS-PRIOR-ACC NOT = SPACES
               PERFORM 350-ADD-LEDGER-INTEREST
           END-IF.
           PERFORM 310-WRITE-STATEMENT.
           MOVE 0 TO WS-ACCT-INTEREST.

       310-WRITE-STATEMENT.
           IF WS-PRIOR-ACC NOT = SPACES
                   AND WS-ACCT-INTEREST > 0
               ADD 1 TO WS-STMT-COUNTER
               ADD WS-ACCT-INTEREST TO WS-INTEREST-TOTAL
               PERFORM 320-RESOLVE-BORROWERS
               MOVE WS-PRIOR-ACC     TO WS-STMT-ACC
               MOVE WS-STMT-LINE-1   TO STATEMENT-1098-REC
               WRITE STATEMENT-1098-REC
               MOVE "L"              TO CMP-FUNCTION
               MOVE WS-ACCT-COMPANY  TO CMP-CODE
               CALL "complook" USING CMP-PARAMS
               MOVE CMP-NAME         TO WS-STMT-LENDER
               MOVE WS-STMT-LENDER-LINE TO STATEMENT-1098-REC
               WRITE STATEMENT-1098-REC
               MOVE CMP-TIN          TO WS-STMT-TIN
               MOVE WS-STMT-TIN-LINE TO STATEMENT-1098-REC
               WRITE STATEMENT-1098-REC
               MOVE WS-PRIMARY-NAME  TO WS-STMT-NAME
               MOVE WS-STMT-NAME-LINE TO STATEMENT-1098-REC
               WRITE STATEMENT-1098-REC
               PERFORM VARYING WS-COBOR-IDX FROM 1 BY 1
                       UNTIL WS-COBOR-IDX > WS-COBOR-COUNT
                   MOVE WS-COBOR-CUST-NO(WS-COBOR-IDX) TO CUST-NO
                   READ CUSTMSTR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NAME TO WS-STMT-COBOR
                           MOVE WS-STMT-COBOR-LINE
                               TO STATEMENT-1098-REC
                           WRITE STATEMENT-1098-REC
                   END-READ
               END-PERFORM
               MOVE WS-ACCT-INTEREST TO WS-STMT-INTEREST
               MOVE WS-STMT-LINE-2   TO STATEMENT-1098-REC
               WRITE STATEMENT-1098-REC
               MOVE WS-PRIOR-ACC     TO EXT-ACC
               MOVE WS-STMT-YEAR     TO EXT-YEAR
               MOVE WS-ACCT-INTEREST TO EXT-INTEREST
               MOVE WS-PRIMARY-NAME  TO EXT-BORROWER-NAME
               MOVE CMP-CODE         TO EXT-COMPANY-CODE
               MOVE CMP-TIN          TO EXT-LENDER-TIN
               MOVE CMP-NAME         TO EXT-LENDER-NAME
               WRITE EXTRACT-1098-REC
           END-IF.

       320-RESOLVE-BORROWERS.
      * The recipient is the primary borrower and the co-borrowers
      * are gathered to list under them.  The loan record's own
      * name stands in when no primary resolves on the customer
      * files.
           MOVE SPACES TO WS-PRIMARY-NAME.
           MOVE SPACES TO WS-ACCT-COMPANY.
           MOVE 0 TO WS-COBOR-COUNT.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE WS-PRIOR-ACC TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-CUST-NAME TO WS-PRIMARY-NAME
                       MOVE LOAN-COMPANY-CODE TO WS-ACCT-COMPANY
               END-READ
           END-IF.
           IF WS-CUSTFILE-OPEN = "Y"
               MOVE "N" TO WS-XREF-EOF
               MOVE WS-PRIOR-ACC TO XREF-ACCT-NO
               MOVE LOW-VALUES TO XREF-CUST-NO
               START CUSTXREF KEY NOT < XREF-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF
               END-START
               PERFORM UNTIL WS-XREF-EOF = "Y"
                   READ CUSTXREF NEXT RECORD
                   AT END MOVE "Y" TO WS-XREF-EOF
                   NOT AT END
                       IF XREF-ACCT-NO NOT = WS-PRIOR-ACC
                           MOVE "Y" TO WS-XREF-EOF
                       ELSE
                           PERFORM 330-TAKE-PARTY
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       330-TAKE-PARTY.
           EVALUATE TRUE
               WHEN XREF-PRIMARY
                   MOVE XREF-CUST-NO TO CUST-NO
                   READ CUSTMSTR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NAME TO WS-PRIMARY-NAME
                   END-READ
               WHEN XREF-CO-BORROWER
                   IF WS-COBOR-COUNT < 10
                       ADD 1 TO WS-COBOR-COUNT
                       MOVE XREF-CUST-NO
                           TO WS-COBOR-CUST-NO(WS-COBOR-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       350-ADD-LEDGER-INTEREST.
           MOVE "N" TO WS-LINT-FOUND.
           PERFORM VARYING WS-LINT-IDX FROM 1 BY 1
                   UNTIL WS-LINT-IDX > WS-LINT-COUNT
                      OR WS-LINT-FOUND = "Y"
               IF WS-LINT-ACC(WS-LINT-IDX) = WS-PRIOR-ACC
                   MOVE "Y" TO WS-LINT-FOUND
                   MOVE "Y" TO WS-LINT-USED(WS-LINT-IDX)
                   ADD WS-LINT-INTEREST(WS-LINT-IDX)
                       TO WS-ACCT-INTEREST
               END-IF
           END-PERFORM.

       400-WRITE-LEDGER-ONLY.
      * An account whose interest is all on the ledger but has no
      * schedule rows left (paid off and purged) still gets its
      * statement.
           PERFORM VARYING WS-LINT-IDX FROM 1 BY 1
                   UNTIL WS-LINT-IDX > WS-LINT-COUNT
               IF WS-LINT-USED(WS-LINT-IDX) = "N"
                   MOVE WS-LINT-ACC(WS-LINT-IDX) TO WS-PRIOR-ACC
                   MOVE WS-LINT-INTEREST(WS-LINT-IDX)
                       TO WS-ACCT-INTEREST
                   PERFORM 310-WRITE-STATEMENT
               END-IF
           END-PERFORM.

       900-WRITE-STATEMENT-TOTALS.
           MOVE "STATEMENTS WRITTEN:"  TO WS-TOT-LABEL.
