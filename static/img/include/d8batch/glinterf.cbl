      * "outfile", and the day's accrued interest off the accrual
      * batch's "accrfile" are each mapped through the "glxref"
      * chart-of-accounts cross-reference (source code, debit
      * account, credit account) into debit/credit pairs.  The
      * journal lines are accumulated first and "gljournal" is only
      * written once the batch proves to net to zero; otherwise
      * nothing is written, the proof report "glproof" says why,
      * and the step fails.
      *
      * Each servicing company keeps its own books.  Every loan-level
      * line is totalled under the company that owns the account on
      * LOANMSTR (the house company "001" for an account not on the
      * master), and each company's pairs are staged, proved and
      * written as a journal of their own, every line carrying its
      * company.  A "glxref" line naming a company maps that
      * company's source to its own accounts; a line with no
      * company maps the source for every company without one.
      * "glproof" carries a section per company.  One company out
      * of balance stops the whole night, so the companies' books
      * never drift apart.
      *
      * Posted cash is booked by the bucket it was actually applied
      * to, as each "postreg" line carries it: principal, interest,
      * escrow, and fees map through the PAYPRIN, PAYINT, PAYESC,
      * and PAYFEE cross-reference entries, a reversal's buckets
      * net against the same totals (a night that reverses more
      * than it posts books the pair the other way round), and only
      * cash no bucket took - suspense money - stays on the
      * PAYMENTS entry.  Receipt money that paid down corporate
      * advances (CORPPAID lines) maps through PAYCORP, and a
      * returned receipt's (CORPREVD lines off payrevrs) nets back
      * out of the same pair.  The day's corporate-advance
      * disbursements off corpmain's "corpact" journal are booked
      * too: recoverable ones through CORPADV (the receivable from
      * the borrower), non-recoverable ones through CORPEXP.  The
      * quarter's CECL provision off ceclcalc's "ceclprov" feed is
      * booked through PROVISN on the night it is dated, one line
      * per company; a release books the pair the other way round.
      * The month's interest on escrow off escint's "escifeed" feed,
      * one line per company, is booked through ESCINT on the night
      * it is dated.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-COFEED-STATUS.

      * The corporate-advance activity journal; only the run
      * date's disbursements are booked.  Optional until corpmain
      * has run.
           SELECT CORP-ACTIVITY ASSIGN TO "corpact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORPACT-STATUS.

      * The CECL provision feed; only the run date's line is
      * booked.  Optional outside the quarter-end run.
           SELECT PROVISION-FEED ASSIGN TO "ceclprov"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PROVFEED-STATUS.

      * The interest-on-escrow feed; only the run date's line is
      * booked.  Optional outside the monthly escint run.
           SELECT ESCINT-FEED ASSIGN TO "escifeed"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ESCIFEED-STATUS.

      * Read by account for the company that owns each loan-level
      * line; without it every line is the house company's.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT XREF-FILE ASSIGN TO "glxref"
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

      * Mirrors bcuota's own FD CUOTA layout field for field.
       FD CUOTA.
               05 FILLER             PIC X(01).
               05 COGL-AMOUNT        PIC 9(09)V9(02).

      * Shared corporate-advance activity record; see corpact.cpy.
       FD CORP-ACTIVITY.
           COPY "corpact.cpy".

      * Mirrors ceclcalc's own FD PROVISION-FEED layout field for
      * field.
       FD PROVISION-FEED.
           01 PROVISION-REC.
               05 CPRV-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 CPRV-AMOUNT        PIC S9(11)V9(02)
                                     SIGN IS LEADING SEPARATE.
               05 FILLER             PIC X(01).
               05 CPRV-COMPANY       PIC X(03).

      * Mirrors escint's own FD GL-FEED layout field for field.
       FD ESCINT-FEED.
           01 ESCINT-FEED-REC.
               05 EIGL-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 EIGL-AMOUNT        PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 EIGL-COMPANY       PIC X(03).

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * One line per source code: which GL accounts the night's
      * total for that source debits and credits.  The company is
      * blank on a line that serves every company.
       FD XREF-FILE.
           01 XREF-REC.
               05 XREF-SOURCE        PIC X(08).
               05 XREF-DEBIT-ACCT    PIC X(08).
               05 FILLER             PIC X(01).
               05 XREF-CREDIT-ACCT   PIC X(08).
               05 FILLER             PIC X(01).
               05 XREF-COMPANY       PIC X(03).

       FD GL-JOURNAL.
           01 GL-JOURNAL-REC.
               05 GLJ-AMOUNT         PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 GLJ-SOURCE         PIC X(08).
               05 FILLER             PIC X(01).
               05 GLJ-COMPANY        PIC X(03).

       FD GL-MONTH.
           01 GL-MONTH-REC.
               05 GLM-AMOUNT         PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 GLM-SOURCE         PIC X(08).
               05 FILLER             PIC X(01).
               05 GLM-COMPANY        PIC X(03).

       FD PROOF-REPORT.
           01 PROOF-REPORT-REC PIC X(80).
           01 WS-ACCRREV-STATUS   PIC X(02) VALUE "00".
           01 WS-ACCRREV-EOF      PIC X(01) VALUE "N".
           01 WS-POSTREG-EOF      PIC X(01) VALUE "N".
           01 WS-CORPACT-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPACT-EOF      PIC X(01) VALUE "N".
           01 WS-ACCRUAL-EOF      PIC X(01) VALUE "N".
           01 WS-PROVFEED-STATUS  PIC X(02) VALUE "00".
           01 WS-PROVFEED-EOF     PIC X(01) VALUE "N".
           01 WS-ESCIFEED-STATUS  PIC X(02) VALUE "00".
           01 WS-ESCIFEED-EOF     PIC X(01) VALUE "N".
           01 WS-CUOTA-EOF        PIC X(01) VALUE "N".
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * The night's totals by source code, for the company being
      * staged.
           01 WS-PAYMENTS-TOTAL   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-RECEIVED-TOTAL   PIC 9(11)V9(02) VALUE ZEROES.
      * Posted cash by the bucket it applied to, net of reversals.
           01 WS-PAYPRIN-TOTAL    PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-PAYINT-TOTAL     PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-PAYESC-TOTAL     PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-PAYFEE-TOTAL     PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-PAYCORP-TOTAL    PIC S9(11)V9(02) VALUE ZEROES.
      * The day's corporate-advance disbursements.
           01 WS-CORPADV-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-CORPEXP-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-LINE-UNAPPLIED   PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-LOANPAY-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-PMI-TOTAL        PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ESCROW-TOTAL     PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ACCRUAL-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-CHGOFF-TOTAL     PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-INTREV-TOTAL     PIC 9(11)V9(02) VALUE ZEROES.
      * The quarter's CECL provision; negative is a release.
           01 WS-PROVISN-TOTAL    PIC S9(11)V9(02) VALUE ZEROES.
      * Interest credited to escrow balances this month.
           01 WS-ESCINT-TOTAL     PIC 9(11)V9(02) VALUE ZEROES.

      * The same totals for every company the feeds name, in the
      * order each is first met; the house company always takes the
      * first slot.
           01 WS-CO-TABLE.
               05 WS-CO-ENTRY OCCURS 10 TIMES.
                   10 WS-CO-CODE        PIC X(03).
                   10 WS-CO-PAYMENTS    PIC 9(11)V9(02).
                   10 WS-CO-RECEIVED    PIC 9(11)V9(02).
                   10 WS-CO-PAYPRIN     PIC S9(11)V9(02).
                   10 WS-CO-PAYINT      PIC S9(11)V9(02).
                   10 WS-CO-PAYESC      PIC S9(11)V9(02).
                   10 WS-CO-PAYFEE      PIC S9(11)V9(02).
                   10 WS-CO-PAYCORP     PIC S9(11)V9(02).
                   10 WS-CO-CORPADV     PIC 9(11)V9(02).
                   10 WS-CO-CORPEXP     PIC 9(11)V9(02).
                   10 WS-CO-LOANPAY     PIC 9(11)V9(02).
                   10 WS-CO-PMI         PIC 9(11)V9(02).
                   10 WS-CO-ESCROW      PIC 9(11)V9(02).
                   10 WS-CO-ACCRUAL-SUM PIC 9(11)V9(04).
                   10 WS-CO-CHGOFF      PIC 9(11)V9(02).
                   10 WS-CO-INTREV      PIC 9(11)V9(02).
                   10 WS-CO-PROVISN     PIC S9(11)V9(02).
                   10 WS-CO-ESCINT      PIC 9(11)V9(02).
                   10 WS-CO-DEBITS      PIC 9(13)V9(02).
                   10 WS-CO-CREDITS     PIC 9(13)V9(02).
           01 WS-CO-COUNT         PIC 9(02) VALUE ZEROES.
           01 WS-CO-IDX           PIC 9(02) VALUE ZEROES.
           01 WS-CO-FOUND         PIC 9(02) VALUE ZEROES.
           01 WS-CO-OVERFLOW      PIC X(01) VALUE "N".
           01 WS-CO-UNBALANCED    PIC X(01) VALUE "N".
           01 WS-LOOKUP-ACCT      PIC X(10) VALUE SPACES.
           01 WS-LOOKUP-COMPANY   PIC X(03) VALUE SPACES.
           01 WS-CUR-COMPANY      PIC X(03) VALUE SPACES.

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CL-CODE       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(40).

      * Chart-of-accounts cross-reference, loaded up front.
           01 WS-XREF-TABLE.
               05 WS-XREF-ENTRY OCCURS 100 TIMES.
                   10 WS-XRF-SOURCE    PIC X(08).
                   10 WS-XRF-DEBIT     PIC X(08).
                   10 WS-XRF-CREDIT    PIC X(08).
                   10 WS-XRF-COMPANY   PIC X(03).
           01 WS-XREF-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-XREF-IDX         PIC 9(03) VALUE ZEROES.
           01 WS-XREF-FOUND       PIC 9(03) VALUE ZEROES.
           01 WS-LOOKUP-SOURCE    PIC X(08) VALUE SPACES.
           01 WS-ENTRY-AMOUNT     PIC 9(11)V9(02) VALUE ZEROES.
      * A net total staged by 210; negative swaps the pair's sides.
           01 WS-NET-AMOUNT       PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-DEBIT-SIDE       PIC X(01) VALUE "D".
           01 WS-CREDIT-SIDE      PIC X(01) VALUE "C".

      * Journal lines are staged here and only written once the
      * whole batch proves in balance; a company's lines stand
      * together.
           01 WS-JRNL-TABLE.
               05 WS-JRNL-ENTRY OCCURS 400 TIMES.
                   10 WS-JRN-COMPANY   PIC X(03).
                   10 WS-JRN-ACCT      PIC X(08).
                   10 WS-JRN-DC        PIC X(01).
                   10 WS-JRN-AMOUNT    PIC 9(11)V9(02).
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(10)9.99.

      * Shared company-lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 050-LOAD-XREF.

           INITIALIZE WS-CO-TABLE.
           MOVE "001" TO WS-LOOKUP-COMPANY.
           PERFORM 065-FIND-COMPANY-SLOT.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.

      * Cash applied by the posting run.  The register is optional
      * on a night with no posting cycle.
           OPEN INPUT POSTING-REGISTER.
                   READ POSTING-REGISTER
                   AT END MOVE "Y" TO WS-POSTREG-EOF
                   NOT AT END
                       MOVE POSTREG-ACC TO WS-LOOKUP-ACCT
                       PERFORM 060-FIND-ACCOUNT-COMPANY
                       PERFORM 100-ACCUMULATE-POSTING
                   END-READ
               END-PERFORM
               CLOSE POSTING-REGISTER
                   READ ACCRUAL-FILE
                   AT END MOVE "Y" TO WS-ACCRUAL-EOF
                   NOT AT END
                       MOVE ACR-ACC TO WS-LOOKUP-ACCT
                       PERFORM 060-FIND-ACCOUNT-COMPANY
                       ADD ACR-PER-DIEM
                           TO WS-CO-ACCRUAL-SUM(WS-CO-IDX)
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-FILE
           END-IF.

      * Interest backed out when accounts flipped to non-accrual;
      * the INTREV xref entry carries the reversed debit/credit
                   READ ACCRREV-FILE
                   AT END MOVE "Y" TO WS-ACCRREV-EOF
                   NOT AT END
                       MOVE REV-ACC TO WS-LOOKUP-ACCT
                       PERFORM 060-FIND-ACCOUNT-COMPANY
                       ADD REV-AMOUNT TO WS-CO-INTREV(WS-CO-IDX)
                   END-READ
               END-PERFORM
               CLOSE ACCRREV-FILE
                   READ CHGOFF-FEED
                   AT END MOVE "Y" TO WS-COFEED-EOF
                   NOT AT END
                       MOVE COGL-ACC TO WS-LOOKUP-ACCT
                       PERFORM 060-FIND-ACCOUNT-COMPANY
                       ADD COGL-AMOUNT TO WS-CO-CHGOFF(WS-CO-IDX)
                   END-READ
               END-PERFORM
               CLOSE CHGOFF-FEED
           END-IF.

      * Money paid out on borrowers' behalf today, receivable or
      * expense by the recoverable flag it was booked with.
           OPEN INPUT CORP-ACTIVITY.
           IF WS-CORPACT-STATUS = "35"
               MOVE "Y" TO WS-CORPACT-EOF
           ELSE
               PERFORM UNTIL WS-CORPACT-EOF = "Y"
                   READ CORP-ACTIVITY
                   AT END MOVE "Y" TO WS-CORPACT-EOF
                   NOT AT END
                       IF CORPACT-TYPE = "DISBURSE"
                               AND CORPACT-DATE = WS-RUN-DATE
                           MOVE CORPACT-ACC TO WS-LOOKUP-ACCT
                           PERFORM 060-FIND-ACCOUNT-COMPANY
                           IF CORPACT-RECOVERABLE = "Y"
                               ADD CORPACT-AMOUNT
                                   TO WS-CO-CORPADV(WS-CO-IDX)
                           ELSE
                               ADD CORPACT-AMOUNT
                                   TO WS-CO-CORPEXP(WS-CO-IDX)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CORP-ACTIVITY
           END-IF.

      * The quarter-end allowance change, when ceclcalc ran today,
      * one line per company.
           OPEN INPUT PROVISION-FEED.
           IF WS-PROVFEED-STATUS = "35"
               MOVE "Y" TO WS-PROVFEED-EOF
           ELSE
               PERFORM UNTIL WS-PROVFEED-EOF = "Y"
                   READ PROVISION-FEED
                   AT END MOVE "Y" TO WS-PROVFEED-EOF
                   NOT AT END
                       IF CPRV-DATE = WS-RUN-DATE
                           MOVE CPRV-COMPANY TO WS-LOOKUP-COMPANY
                           PERFORM 065-FIND-COMPANY-SLOT
                           ADD CPRV-AMOUNT
                               TO WS-CO-PROVISN(WS-CO-IDX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISION-FEED
           END-IF.

      * The month's interest on escrow, when escint ran today, one
      * line per company.
           OPEN INPUT ESCINT-FEED.
           IF WS-ESCIFEED-STATUS = "35"
               MOVE "Y" TO WS-ESCIFEED-EOF
           ELSE
               PERFORM UNTIL WS-ESCIFEED-EOF = "Y"
                   READ ESCINT-FEED
                   AT END MOVE "Y" TO WS-ESCIFEED-EOF
                   NOT AT END
                       IF EIGL-DATE = WS-RUN-DATE
                           MOVE EIGL-COMPANY TO WS-LOOKUP-COMPANY
                           PERFORM 065-FIND-COMPANY-SLOT
                           ADD EIGL-AMOUNT TO WS-CO-ESCINT(WS-CO-IDX)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ESCINT-FEED
           END-IF.

           OPEN INPUT CUOTA.
           PERFORM UNTIL WS-CUOTA-EOF = "Y"
               READ CUOTA
               AT END MOVE "Y" TO WS-CUOTA-EOF
               NOT AT END
                   MOVE CUOTA-ACC TO WS-LOOKUP-ACCT
                   PERFORM 060-FIND-ACCOUNT-COMPANY
                   ADD CUOTA-PAY    TO WS-CO-LOANPAY(WS-CO-IDX)
                   ADD CUOTA-PMI    TO WS-CO-PMI(WS-CO-IDX)
                   ADD CUOTA-ESCROW TO WS-CO-ESCROW(WS-CO-IDX)
               END-READ
           END-PERFORM.
           CLOSE CUOTA.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.

      * Each company's pairs are staged and proved by themselves.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 300-STAGE-COMPANY
               IF WS-CO-DEBITS(WS-CO-IDX) NOT = WS-CO-CREDITS(WS-CO-IDX)
                   MOVE "Y" TO WS-CO-UNBALANCED
               END-IF
           END-PERFORM.

           OPEN OUTPUT PROOF-REPORT.
           IF WS-CO-OVERFLOW = "Y"
               MOVE "TOO MANY COMPANIES, NOTHING WRITTEN"
                   TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
               PERFORM 800-WRITE-PROOF-SECTIONS
               CLOSE PROOF-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-MISSING-XREF = "Y"
               MOVE "XREF ENTRY MISSING, NOTHING WRITTEN"
                   TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
               PERFORM 800-WRITE-PROOF-SECTIONS
               CLOSE PROOF-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CO-UNBALANCED = "Y"
                   OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE "BATCH DOES NOT NET TO ZERO, NOTHING WRITTEN"
                   TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
               PERFORM 800-WRITE-PROOF-SECTIONS
               CLOSE PROOF-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
               MOVE WS-JRN-DC(WS-JRNL-IDX)     TO GLJ-DC
               MOVE WS-JRN-AMOUNT(WS-JRNL-IDX) TO GLJ-AMOUNT
               MOVE WS-JRN-SOURCE(WS-JRNL-IDX) TO GLJ-SOURCE
               MOVE WS-JRN-COMPANY(WS-JRNL-IDX) TO GLJ-COMPANY
               WRITE GL-JOURNAL-REC
      * The same line accumulates on the period file the close
      * trial-balances from, so the month is no longer thirty
           MOVE "JOURNAL WRITTEN AND IN BALANCE"
               TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           PERFORM 800-WRITE-PROOF-SECTIONS.
           CLOSE PROOF-REPORT.

           DISPLAY "JOURNAL LINES WRITTEN: " WS-JRNL-COUNT.
       050-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           PERFORM UNTIL WS-XREF-EOF = "Y"
                      OR WS-XREF-COUNT >= 100
               READ XREF-FILE
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                       TO WS-XRF-DEBIT(WS-XREF-COUNT)
                   MOVE XREF-CREDIT-ACCT
                       TO WS-XRF-CREDIT(WS-XREF-COUNT)
                   MOVE XREF-COMPANY
                       TO WS-XRF-COMPANY(WS-XREF-COUNT)
               END-READ
           END-PERFORM.
           CLOSE XREF-FILE.

       060-FIND-ACCOUNT-COMPANY.
      * The company that owns WS-LOOKUP-ACCT on the master; an
      * account the master does not carry is the house company's.
           MOVE SPACES TO WS-LOOKUP-COMPANY.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE WS-LOOKUP-ACCT TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-COMPANY-CODE TO WS-LOOKUP-COMPANY
               END-READ
           END-IF.
           PERFORM 065-FIND-COMPANY-SLOT.

       065-FIND-COMPANY-SLOT.
      * Points WS-CO-IDX at WS-LOOKUP-COMPANY's slot, opening one
      * the first time the company is met.  Past the table's end
      * the night cannot be booked and the overflow stops it.
           IF WS-LOOKUP-COMPANY = SPACES
               MOVE "001" TO WS-LOOKUP-COMPANY
           END-IF.
           MOVE 0 TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND > 0
               IF WS-CO-CODE(WS-CO-IDX) = WS-LOOKUP-COMPANY
                   MOVE WS-CO-IDX TO WS-CO-FOUND
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND = 0
               IF WS-CO-COUNT < 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-LOOKUP-COMPANY TO WS-CO-CODE(WS-CO-COUNT)
                   MOVE WS-CO-COUNT TO WS-CO-FOUND
               ELSE
                   MOVE "Y" TO WS-CO-OVERFLOW
                   MOVE WS-CO-COUNT TO WS-CO-FOUND
               END-IF
           END-IF.
           MOVE WS-CO-FOUND TO WS-CO-IDX.

       100-ACCUMULATE-POSTING.
      * A posting's buckets add to their totals and a reversal's
      * come off them; whatever part of the line no bucket took
      * is booked as plain cash received.
           ADD POSTREG-AMOUNT TO WS-CO-RECEIVED(WS-CO-IDX).
           IF POSTREG-ACTION = "REVERSED"
               SUBTRACT POSTREG-PRINCIPAL
                   FROM WS-CO-PAYPRIN(WS-CO-IDX)
               SUBTRACT POSTREG-INTEREST
                   FROM WS-CO-PAYINT(WS-CO-IDX)
               SUBTRACT POSTREG-ESCROW
                   FROM WS-CO-PAYESC(WS-CO-IDX)
               SUBTRACT POSTREG-FEES
                   FROM WS-CO-PAYFEE(WS-CO-IDX)
           ELSE
               ADD POSTREG-PRINCIPAL TO WS-CO-PAYPRIN(WS-CO-IDX)
               ADD POSTREG-INTEREST  TO WS-CO-PAYINT(WS-CO-IDX)
               ADD POSTREG-ESCROW    TO WS-CO-PAYESC(WS-CO-IDX)
               ADD POSTREG-FEES      TO WS-CO-PAYFEE(WS-CO-IDX)
           END-IF.
      * A returned receipt's corporate-advance collection (a
      * CORPREVD line) nets back out of the day's collections.
           EVALUATE POSTREG-ACTION
               WHEN "CORPPAID"
                   ADD POSTREG-AMOUNT TO WS-CO-PAYCORP(WS-CO-IDX)
               WHEN "CORPREVD"
                   SUBTRACT POSTREG-AMOUNT
                       FROM WS-CO-PAYCORP(WS-CO-IDX)
               WHEN OTHER
                   COMPUTE WS-LINE-UNAPPLIED = POSTREG-AMOUNT
                           - POSTREG-PRINCIPAL - POSTREG-INTEREST
                           - POSTREG-ESCROW - POSTREG-FEES
                   IF WS-LINE-UNAPPLIED > 0
                       ADD WS-LINE-UNAPPLIED
                           TO WS-CO-PAYMENTS(WS-CO-IDX)
                   END-IF
           END-EVALUATE.

       200-STAGE-JOURNAL-PAIR.
      * A zero total stages nothing; otherwise the source's debit
      * and credit accounts each get one line for the full amount,
      * which is what keeps the batch self-balancing.  The
      * company's own mapping wins over the one every company
      * shares.
           IF WS-ENTRY-AMOUNT > 0
               MOVE 0 TO WS-XREF-FOUND
               PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                       UNTIL WS-XREF-IDX > WS-XREF-COUNT
                          OR WS-XREF-FOUND > 0
                   IF WS-XRF-SOURCE(WS-XREF-IDX) = WS-LOOKUP-SOURCE
                           AND WS-XRF-COMPANY(WS-XREF-IDX)
                               = WS-CUR-COMPANY
                       MOVE WS-XREF-IDX TO WS-XREF-FOUND
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                       UNTIL WS-XREF-IDX > WS-XREF-COUNT
                          OR WS-XREF-FOUND > 0
                   IF WS-XRF-SOURCE(WS-XREF-IDX) = WS-LOOKUP-SOURCE
                           AND WS-XRF-COMPANY(WS-XREF-IDX) = SPACES
                       MOVE WS-XREF-IDX TO WS-XREF-FOUND
                   END-IF
               END-PERFORM
               IF WS-XREF-FOUND = 0
                   DISPLAY "NO XREF ENTRY FOR SOURCE "
                           WS-LOOKUP-SOURCE
                           " COMPANY " WS-CUR-COMPANY
                   MOVE "Y" TO WS-MISSING-XREF
               ELSE
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-XRF-DEBIT(WS-XREF-FOUND)
                       TO WS-JRN-ACCT(WS-JRNL-COUNT)
                   MOVE WS-DEBIT-SIDE TO WS-JRN-DC(WS-JRNL-COUNT)
                   MOVE WS-ENTRY-AMOUNT
                       TO WS-JRN-AMOUNT(WS-JRNL-COUNT)
                   MOVE WS-LOOKUP-SOURCE
                       TO WS-JRN-SOURCE(WS-JRNL-COUNT)
                   MOVE WS-CUR-COMPANY
                       TO WS-JRN-COMPANY(WS-JRNL-COUNT)
                   ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
                   ADD WS-ENTRY-AMOUNT TO WS-CO-DEBITS(WS-CO-IDX)
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE WS-XRF-CREDIT(WS-XREF-FOUND)
                       TO WS-JRN-ACCT(WS-JRNL-COUNT)
                   MOVE WS-CREDIT-SIDE TO WS-JRN-DC(WS-JRNL-COUNT)
                   MOVE WS-ENTRY-AMOUNT
                       TO WS-JRN-AMOUNT(WS-JRNL-COUNT)
                   MOVE WS-LOOKUP-SOURCE
                       TO WS-JRN-SOURCE(WS-JRNL-COUNT)
                   MOVE WS-CUR-COMPANY
                       TO WS-JRN-COMPANY(WS-JRNL-COUNT)
                   ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
                   ADD WS-ENTRY-AMOUNT TO WS-CO-CREDITS(WS-CO-IDX)
               END-IF
           END-IF.

       210-STAGE-NET-PAIR.
      * A net total below zero is staged for its size with the
      * source's debit and credit sides swapped, so the pair still
      * balances and backs the money out of the same accounts.
           IF WS-NET-AMOUNT < 0
               COMPUTE WS-ENTRY-AMOUNT = 0 - WS-NET-AMOUNT
               MOVE "C" TO WS-DEBIT-SIDE
               MOVE "D" TO WS-CREDIT-SIDE
           ELSE
               MOVE WS-NET-AMOUNT TO WS-ENTRY-AMOUNT
           END-IF.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "D" TO WS-DEBIT-SIDE.
           MOVE "C" TO WS-CREDIT-SIDE.

       300-STAGE-COMPANY.
      * Stages the pairs of the company in slot WS-CO-IDX.
           PERFORM 310-LOAD-COMPANY-TOTALS.
           MOVE "PAYMENTS" TO WS-LOOKUP-SOURCE.
           MOVE WS-PAYMENTS-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "PAYPRIN" TO WS-LOOKUP-SOURCE.
           MOVE WS-PAYPRIN-TOTAL TO WS-NET-AMOUNT.
           PERFORM 210-STAGE-NET-PAIR.
           MOVE "PAYINT" TO WS-LOOKUP-SOURCE.
           MOVE WS-PAYINT-TOTAL TO WS-NET-AMOUNT.
           PERFORM 210-STAGE-NET-PAIR.
           MOVE "PAYESC" TO WS-LOOKUP-SOURCE.
           MOVE WS-PAYESC-TOTAL TO WS-NET-AMOUNT.
           PERFORM 210-STAGE-NET-PAIR.
           MOVE "PAYFEE" TO WS-LOOKUP-SOURCE.
           MOVE WS-PAYFEE-TOTAL TO WS-NET-AMOUNT.
           PERFORM 210-STAGE-NET-PAIR.
           MOVE "PAYCORP" TO WS-LOOKUP-SOURCE.
           MOVE WS-PAYCORP-TOTAL TO WS-NET-AMOUNT.
           PERFORM 210-STAGE-NET-PAIR.
           MOVE "CORPADV" TO WS-LOOKUP-SOURCE.
           MOVE WS-CORPADV-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "CORPEXP" TO WS-LOOKUP-SOURCE.
           MOVE WS-CORPEXP-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "LOANPAY" TO WS-LOOKUP-SOURCE.
           MOVE WS-LOANPAY-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "PMI" TO WS-LOOKUP-SOURCE.
           MOVE WS-PMI-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "ESCROW" TO WS-LOOKUP-SOURCE.
           MOVE WS-ESCROW-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "INTACCR" TO WS-LOOKUP-SOURCE.
           MOVE WS-ACCRUAL-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "INTREV" TO WS-LOOKUP-SOURCE.
           MOVE WS-INTREV-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "CHGOFF" TO WS-LOOKUP-SOURCE.
           MOVE WS-CHGOFF-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.
           MOVE "PROVISN" TO WS-LOOKUP-SOURCE.
           MOVE WS-PROVISN-TOTAL TO WS-NET-AMOUNT.
           PERFORM 210-STAGE-NET-PAIR.
           MOVE "ESCINT" TO WS-LOOKUP-SOURCE.
           MOVE WS-ESCINT-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 200-STAGE-JOURNAL-PAIR.

       310-LOAD-COMPANY-TOTALS.
      * The company in slot WS-CO-IDX becomes the night's totals.
           MOVE WS-CO-CODE(WS-CO-IDX)     TO WS-CUR-COMPANY.
           MOVE WS-CO-PAYMENTS(WS-CO-IDX) TO WS-PAYMENTS-TOTAL.
           MOVE WS-CO-RECEIVED(WS-CO-IDX) TO WS-RECEIVED-TOTAL.
           MOVE WS-CO-PAYPRIN(WS-CO-IDX)  TO WS-PAYPRIN-TOTAL.
           MOVE WS-CO-PAYINT(WS-CO-IDX)   TO WS-PAYINT-TOTAL.
           MOVE WS-CO-PAYESC(WS-CO-IDX)   TO WS-PAYESC-TOTAL.
           MOVE WS-CO-PAYFEE(WS-CO-IDX)   TO WS-PAYFEE-TOTAL.
           MOVE WS-CO-PAYCORP(WS-CO-IDX)  TO WS-PAYCORP-TOTAL.
           MOVE WS-CO-CORPADV(WS-CO-IDX)  TO WS-CORPADV-TOTAL.
           MOVE WS-CO-CORPEXP(WS-CO-IDX)  TO WS-CORPEXP-TOTAL.
           MOVE WS-CO-LOANPAY(WS-CO-IDX)  TO WS-LOANPAY-TOTAL.
           MOVE WS-CO-PMI(WS-CO-IDX)      TO WS-PMI-TOTAL.
           MOVE WS-CO-ESCROW(WS-CO-IDX)   TO WS-ESCROW-TOTAL.
           MOVE WS-CO-ACCRUAL-SUM(WS-CO-IDX) TO WS-ACCRUAL-SUM.
           COMPUTE WS-ACCRUAL-TOTAL ROUNDED = WS-ACCRUAL-SUM.
           MOVE WS-CO-CHGOFF(WS-CO-IDX)   TO WS-CHGOFF-TOTAL.
           MOVE WS-CO-INTREV(WS-CO-IDX)   TO WS-INTREV-TOTAL.
           MOVE WS-CO-PROVISN(WS-CO-IDX)  TO WS-PROVISN-TOTAL.
           MOVE WS-CO-ESCINT(WS-CO-IDX)   TO WS-ESCINT-TOTAL.

       800-WRITE-PROOF-SECTIONS.
      * One section per company under its name, then the whole
      * night's debits and credits.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 310-LOAD-COMPANY-TOTALS
               MOVE "L"            TO CMP-FUNCTION
               MOVE WS-CUR-COMPANY TO CMP-CODE
               CALL "complook" USING CMP-PARAMS
               MOVE SPACES         TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
               MOVE WS-CUR-COMPANY TO WS-CL-CODE
               MOVE CMP-NAME       TO WS-CL-NAME
               MOVE WS-COMPANY-LINE TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
               PERFORM 900-WRITE-PROOF-TOTALS
           END-PERFORM.

           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "ALL COMPANIES DEBITS:"  TO WS-TOT-LABEL.
           MOVE WS-DEBIT-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "ALL COMPANIES CREDITS:" TO WS-TOT-LABEL.
           MOVE WS-CREDIT-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

       900-WRITE-PROOF-TOTALS.
           MOVE "PAYMENTS RECEIVED:"     TO WS-TOT-LABEL.
           MOVE WS-RECEIVED-TOTAL       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "PRINCIPAL APPLIED:"     TO WS-TOT-LABEL.
           MOVE WS-PAYPRIN-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "INTEREST APPLIED:"      TO WS-TOT-LABEL.
           MOVE WS-PAYINT-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "ESCROW APPLIED:"        TO WS-TOT-LABEL.
           MOVE WS-PAYESC-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "FEES APPLIED:"          TO WS-TOT-LABEL.
           MOVE WS-PAYFEE-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "CORP ADVANCES COLLECTED:" TO WS-TOT-LABEL.
           MOVE WS-PAYCORP-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "CORP ADVANCES DISBURSED:" TO WS-TOT-LABEL.
           MOVE WS-CORPADV-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "NON-RECOVERABLE EXPENSE:" TO WS-TOT-LABEL.
           MOVE WS-CORPEXP-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "CASH UNAPPLIED:"        TO WS-TOT-LABEL.
           MOVE WS-PAYMENTS-TOTAL       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "CECL PROVISION:"        TO WS-TOT-LABEL.
           MOVE WS-PROVISN-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "ESCROW INTEREST PAID:"  TO WS-TOT-LABEL.
           MOVE WS-ESCINT-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "TOTAL DEBITS:"          TO WS-TOT-LABEL.
           MOVE WS-CO-DEBITS(WS-CO-IDX) TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           MOVE "TOTAL CREDITS:"         TO WS-TOT-LABEL.
           MOVE WS-CO-CREDITS(WS-CO-IDX) TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
