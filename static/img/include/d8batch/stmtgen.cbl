      * Monthly Customer Statement Generator
      * =====================================
      *
      * Puts together, per active account, what today lives in
      * three places and a word processor: the customer name and
      * address from LOANMSTR, the current payment breakdown from
      * bcuota's CUOTA "outfile", the past-due amount from the
      * unpaid items on "payhist", and the remaining balance - the
      * actual balance and paid-through date on LOANMSTR for a loan
      * on the LOANTXN ledger, the SCHEDULE-FILE's scheduled
      * balance for one not yet converted.  Outstanding fees on
      * FEELEDGR and the recoverable corporate advances on CORPADV
      * are stated on their own lines.  One formatted statement
      * page per account is written to "statement", with the page
      * header/run date formatting cuotarpt established for printed
      * output, followed by the name, address, telephone and NMLS
      * id of the servicing company that owns the loan (LOANMSTR's
      * company code, looked up through complook).  Every obligor
      * on the loan - the primary borrower, co-borrowers, and
      * co-signers linked through custmain - gets the page, one
      * copy per distinct address, the primary's first.  Each copy
      * goes the way its customer takes documents: paper copies to
      * the print vendor on "statement", electronic ones to the
      * "edocarch" e-delivery archive with a portal notice on
      * "edocnote", one copy per distinct email; a customer taking
      * both gets both.  A loan in bankruptcy is stated on paper
      * only.  Every copy sent is logged to "dlvlog" for dlvrpt.
      * Nothing is mailed to an address rtnmail has flagged bad; a
      * statement held back that way is recorded on the "corrhist"
      * correspondence history as suppressed, or partly suppressed
      * when other copies went.  A customer who has elected the
      * relationship statement gets no single pages; after the
      * statement pass each such customer gets one "RELSTMT"
      * statement listing every open loan they are obligated on
      * with its payment due, past-due amount, balance, ESCROWSL
      * escrow balance, FEELEDGR fees and the interest paid this
      * year off LOANTXN, and a combined total due.  Loans serviced
      * by different companies never share a relationship
      * statement: the customer gets one per company, each under
      * that company's name.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Electronic delivery: the archived document lines, the
      * portal's notices, and the log of every copy sent.
           SELECT EDOC-ARCHIVE-FILE ASSIGN TO "edocarch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EDOCARCH-STATUS.

           SELECT EDOC-NOTIFY-FILE ASSIGN TO "edocnote"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EDOCNOTE-STATUS.

           SELECT DLV-LOG-FILE ASSIGN TO "dlvlog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DLVLOG-STATUS.

      * Correspondence history corresp keeps; a statement held back
      * from a bad address is recorded there.
           SELECT HISTORY-FILE ASSIGN TO "corrhist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

      * Customer master and account cross-reference maintained by
      * custmain; a site without them, or an account not yet linked,
      * falls back to the name and address on the loan record.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * Fee-receivable subledger; the statement shows the account's
           RECORD KEY IS FEE-ACCT-NO
           FILE STATUS IS WS-FEELEDGR-STATUS.

      * Corporate-advance subledger; the statement shows what the
      * servicer has advanced that the borrower owes back.  Optional
      * until corpmain has booked a disbursement.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

      * Escrow subledger escrowsl keeps; the relationship statement
      * shows each loan's escrow balance.  Optional.
           SELECT ESCROW-LEDGER ASSIGN TO "ESCROWSL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESCROW-ACCT-NO
           FILE STATUS IS WS-ESCROWSL-STATUS.

      * Loan transaction ledger; the interest share of the year's
      * movements is the relationship statement's interest paid to
      * date.  Optional until the first loan is on the ledger.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
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

       FD FEELEDGR.
           COPY "feerec.cpy".

      * Mirrors escrowsl's own FD ESCROW-LEDGER layout field for
      * field.
       FD ESCROW-LEDGER.
           01 ESCROW-LEDGER-REC.
               05 ESCROW-ACCT-NO     PIC X(10).
               05 ESCROW-BALANCE     PIC S9(09)V9(02).

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Mirrors bcuota's own FD CUOTA layout field for field.
       FD CUOTA.
           01 CUOTA-FILE.
       FD STATEMENT-FILE.
           01 STATEMENT-REC PIC X(80).

      * Shared e-delivery archive record; see edocrec.cpy.
       FD EDOC-ARCHIVE-FILE.
           COPY "edocrec.cpy".

      * Shared e-delivery notification record; see ednote.cpy.
       FD EDOC-NOTIFY-FILE.
           COPY "ednote.cpy".

      * Shared document delivery log record; see dlvlog.cpy.
       FD DLV-LOG-FILE.
           COPY "dlvlog.cpy".

      * Mirrors corresp's own FD HISTORY-FILE layout field for field.
       FD HISTORY-FILE.
           01 HISTORY-REC.
               05 CRH-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 CRH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 CRH-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRH-DISPOSITION    PIC X(01).
                   88 CRH-SENT            VALUE SPACE.
                   88 CRH-SUPPRESSED      VALUE "S".
                   88 CRH-PART-SUPPRESSED VALUE "P".
                   88 CRH-HELD            VALUE "H".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-FEELEDGR-STATUS  PIC X(02) VALUE "00".
           01 WS-FEELEDGR-OPEN    PIC X(01) VALUE "N".
           01 WS-FEE-DUE          PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPADV-OPEN     PIC X(01) VALUE "N".
           01 WS-CORP-DUE         PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-ESCROWSL-STATUS  PIC X(02) VALUE "00".
           01 WS-ESCROWSL-OPEN    PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-EOF          PIC X(01) VALUE "N".
           01 WS-TXN-YEAR         PIC 9(04) VALUE ZEROES.
           01 WS-EDOCARCH-STATUS  PIC X(02) VALUE "00".
           01 WS-EDOCNOTE-STATUS  PIC X(02) VALUE "00".
           01 WS-DLVLOG-STATUS    PIC X(02) VALUE "00".
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-STMT-NAME        PIC X(30) VALUE SPACES.
           01 WS-STMT-ADDR        PIC X(40) VALUE SPACES.
      * Servicing company of the statement being written.
           01 WS-STMT-COMPANY     PIC X(03) VALUE SPACES.
           01 WS-LOAN-COMPANY     PIC X(03) VALUE SPACES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-COMPANY-CONTACT.
               05 FILLER           PIC X(07) VALUE "PHONE: ".
               05 WS-CC-PHONE      PIC X(12).
               05 FILLER           PIC X(04) VALUE SPACES.
               05 FILLER           PIC X(09) VALUE "NMLS ID: ".
               05 WS-CC-NMLS-ID    PIC X(10).

      * The parties on the account off the cross-reference, the
      * primary first, and the copies they resolve to: one per
      * distinct obligor address on paper, one per distinct email
      * electronically.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
                       88 WS-PTY-OBLIGOR   VALUE "P", "C", "S",
                                                 SPACE.
           01 WS-PARTY-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX        PIC 9(02) VALUE ZEROES.
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-MAIL-TABLE.
               05 WS-MAIL-ENTRY OCCURS 20 TIMES.
                   10 WS-MAIL-NAME     PIC X(30).
                   10 WS-MAIL-ADDR     PIC X(40).
                   10 WS-MAIL-CUST-NO  PIC X(06).
                   10 WS-MAIL-EMAIL    PIC X(50).
      * See DLV-CHANNEL.
                   10 WS-MAIL-CHANNEL  PIC X(01).
                       88 WS-MAIL-ELECTRONIC VALUE "E".
           01 WS-MAIL-COUNT       PIC 9(02) VALUE ZEROES.
           01 WS-MAIL-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-MAIL-DUP         PIC X(01) VALUE "N".
           01 WS-COPY-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-NEW-CHANNEL      PIC X(01) VALUE SPACE.
           01 WS-EDOC-CAPABLE     PIC X(01) VALUE "N".
           01 WS-PAPER-REQUIRED   PIC X(01) VALUE "N".
           01 WS-EDOC-LINE-NO     PIC 9(04) VALUE ZEROES.
      * Paper copies held back from addresses flagged bad.
           01 WS-ADDR-SUPPRESSED  PIC 9(02) VALUE ZEROES.
      * Copies not sent because the customer takes the relationship
      * statement instead.
           01 WS-REL-DEFERRED     PIC 9(02) VALUE ZEROES.
      * The document being written, for the archive and the log.
           01 WS-DOC-ACC          PIC X(10) VALUE SPACES.
           01 WS-DOC-TYPE         PIC X(08) VALUE SPACES.
           01 WS-CUOTA-EOF        PIC X(01) VALUE "N".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-RUN-DATE-YYYY PIC 9(04).

      * Per-account figures gathered from payhist, the schedule
      * file and the ledger before the statement pass: the sum of
      * unpaid items, the scheduled balance as of the run month,
      * and the interest paid this year; the statement pass adds
      * the cycle's amount due for the relationship pass.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES.
                   10 WS-TBL-ACC        PIC X(10).
                   10 WS-TBL-PAST-DUE   PIC 9(09)V9(02).
                   10 WS-TBL-BALANCE    PIC S9(07)V9(02).
                   10 WS-TBL-DUE        PIC 9(07)V9(02).
                   10 WS-TBL-INTEREST   PIC S9(07)V9(02).
           01 WS-ACCT-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-ACCT-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-FOUND-IDX        PIC 9(04) VALUE ZEROES.
           01 WS-OPEN-AMOUNT      PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-STMT-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-SKIPPED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-SUPPRESSED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-EDOC-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-PAGE-NUMBER      PIC 9(05) VALUE ZEROES.
           01 WS-REL-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-REL-DEFER-COUNTER PIC 9(09) VALUE ZEROES.

      * Obligor links of the customers who elected the relationship
      * statement, off the cross-reference; the relationship pass
      * takes each customer's links together.
           01 WS-REL-TABLE.
               05 WS-REL-ENTRY OCCURS 5000 TIMES.
                   10 WS-REL-CUST       PIC X(06).
                   10 WS-REL-ACC        PIC X(10).
                   10 WS-REL-DONE       PIC X(01).
           01 WS-REL-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-REL-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-REL-JDX          PIC 9(04) VALUE ZEROES.
           01 WS-REL-CUR-CUST     PIC X(06) VALUE SPACES.

      * One relationship statement's accounts and their figures.
           01 WS-RACC-TABLE.
               05 WS-RACC-ENTRY OCCURS 50 TIMES.
                   10 WS-RACC-ACC       PIC X(10).
                   10 WS-RACC-DUE       PIC 9(07)V9(02).
                   10 WS-RACC-PAST-DUE  PIC 9(09)V9(02).
                   10 WS-RACC-BALANCE   PIC S9(09)V9(02).
                   10 WS-RACC-ESCROW    PIC S9(09)V9(02).
                   10 WS-RACC-FEES      PIC 9(09)V9(02).
                   10 WS-RACC-INTEREST  PIC S9(07)V9(02).
           01 WS-RACC-COUNT       PIC 9(02) VALUE ZEROES.
           01 WS-RACC-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-REL-TOT-DUE      PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-REL-TOT-PAST-DUE PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-REL-TOT-BALANCE  PIC S9(09)V9(02) VALUE ZEROES.
           01 WS-REL-TOT-ESCROW   PIC S9(09)V9(02) VALUE ZEROES.
           01 WS-REL-TOT-FEES     PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-REL-TOT-INTEREST PIC S9(09)V9(02) VALUE ZEROES.
           01 WS-REL-COMBINED-DUE PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-PAGE-HEADER-1.
               05 FILLER           PIC X(10) VALUE "STATEMENT".
               05 FILLER           PIC X(05) VALUE "PAGE ".
               05 WS-HDR-PAGE-NO   PIC ZZZZ9.

           01 WS-REL-HEADER-1.
               05 FILLER           PIC X(23)
                   VALUE "RELATIONSHIP STATEMENT".
               05 FILLER           PIC X(10) VALUE "RUN DATE:".
               05 WS-REL-HDR-DATE  PIC X(10).
               05 FILLER           PIC X(13) VALUE SPACES.
               05 FILLER           PIC X(05) VALUE "PAGE ".
               05 WS-REL-HDR-PAGE  PIC ZZZZ9.

           01 WS-REL-COLUMN-HEAD.
               05 FILLER PIC X(11) VALUE "ACCOUNT".
               05 FILLER PIC X(11) VALUE "   PMT DUE".
               05 FILLER PIC X(11) VALUE "  PAST DUE".
               05 FILLER PIC X(12) VALUE "    BALANCE".
               05 FILLER PIC X(11) VALUE "    ESCROW".
               05 FILLER PIC X(10) VALUE "     FEES".
               05 FILLER PIC X(09) VALUE "  INT YTD".

           01 WS-REL-LINE.
               05 WS-RL-ACC        PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RL-DUE        PIC Z(6)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RL-PAST-DUE   PIC Z(6)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RL-BALANCE    PIC Z(7)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RL-ESCROW     PIC -Z(5)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RL-FEES       PIC Z(5)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-RL-INTEREST   PIC Z(5)9.99.

           01 WS-ACCT-LINE.
               05 FILLER           PIC X(09) VALUE "ACCOUNT: ".
               05 WS-STMT-ACC      PIC X(10).
               05 WS-AMT-LABEL     PIC X(22).
               05 WS-AMT-VALUE     PIC Z(7)9.99.

      * The paid-through date, printed the way the run date is.
           01 WS-PAID-THRU.
               05 WS-PTD-YEAR      PIC 9(04).
               05 WS-PTD-MONTH     PIC 9(02).
               05 WS-PTD-DAY       PIC 9(02).
           01 WS-PAID-THRU-NUM REDEFINES WS-PAID-THRU PIC 9(08).
           01 WS-PAID-THRU-LINE.
               05 FILLER           PIC X(22) VALUE "PAID THROUGH:".
               05 WS-PTL-MM        PIC 9(02).
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-PTL-DD        PIC 9(02).
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-PTL-YYYY      PIC 9(04).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YYYYMM =
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

           OPEN INPUT LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF = "Y"
                   READ LOAN-LEDGER
                   AT END MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       PERFORM 250-GATHER-INTEREST
                   END-READ
               END-PERFORM
               CLOSE LOAN-LEDGER
           END-IF.

           OPEN INPUT LOANMSTR.
           OPEN INPUT CUOTA.
           OPEN OUTPUT STATEMENT-FILE.
           IF WS-FEELEDGR-STATUS = "00"
               MOVE "Y" TO WS-FEELEDGR-OPEN
           END-IF.
           OPEN INPUT CORPADV.
           IF WS-CORPADV-STATUS = "00"
               MOVE "Y" TO WS-CORPADV-OPEN
           END-IF.
           OPEN INPUT ESCROW-LEDGER.
           IF WS-ESCROWSL-STATUS = "00"
               MOVE "Y" TO WS-ESCROWSL-OPEN
           END-IF.
           OPEN EXTEND EDOC-ARCHIVE-FILE.
           IF WS-EDOCARCH-STATUS = "35"
               OPEN OUTPUT EDOC-ARCHIVE-FILE
           END-IF.
           OPEN EXTEND EDOC-NOTIFY-FILE.
           IF WS-EDOCNOTE-STATUS = "35"
               OPEN OUTPUT EDOC-NOTIFY-FILE
           END-IF.
           OPEN EXTEND DLV-LOG-FILE.
           IF WS-DLVLOG-STATUS = "35"
               OPEN OUTPUT DLV-LOG-FILE
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.

           PERFORM UNTIL WS-CUOTA-EOF = "Y"
               READ CUOTA
               END-READ
           END-PERFORM.

      * Customers who elected it get their relationship statement
      * once every account's own figures are in hand.
           IF WS-CUSTFILE-OPEN = "Y"
               PERFORM 600-RELATIONSHIP-PASS
           END-IF.

           CLOSE LOANMSTR.
           CLOSE CUOTA.
           CLOSE STATEMENT-FILE.
           IF WS-FEELEDGR-OPEN = "Y"
               CLOSE FEELEDGR
           END-IF.
           IF WS-CORPADV-OPEN = "Y"
               CLOSE CORPADV
           END-IF.
           IF WS-ESCROWSL-OPEN = "Y"
               CLOSE ESCROW-LEDGER
           END-IF.
           CLOSE EDOC-ARCHIVE-FILE.
           CLOSE EDOC-NOTIFY-FILE.
           CLOSE DLV-LOG-FILE.
           CLOSE HISTORY-FILE.

           DISPLAY "STATEMENTS WRITTEN: " WS-STMT-COUNTER.
           DISPLAY "STATEMENTS E-DELIVERED: " WS-EDOC-COUNTER.
           DISPLAY "STATEMENTS SUPPRESSED: " WS-SUPPRESSED-COUNTER.
           DISPLAY "ACCOUNTS SKIPPED: "   WS-SKIPPED-COUNTER.
           DISPLAY "RELATIONSHIP STATEMENTS: " WS-REL-COUNTER.
           DISPLAY "OBLIGOR COPIES TO RELATIONSHIP: "
                   WS-REL-DEFER-COUNTER.
           GOBACK.

       050-FIND-ACCT-ENTRY.
               MOVE WS-SEARCH-ACC TO WS-TBL-ACC(WS-ACCT-COUNT)
               MOVE 0 TO WS-TBL-PAST-DUE(WS-ACCT-COUNT)
               MOVE 0 TO WS-TBL-BALANCE(WS-ACCT-COUNT)
               MOVE 0 TO WS-TBL-DUE(WS-ACCT-COUNT)
               MOVE 0 TO WS-TBL-INTEREST(WS-ACCT-COUNT)
               MOVE WS-ACCT-COUNT TO WS-FOUND-IDX
           ELSE
               DISPLAY "ACCOUNT TABLE FULL, ACCOUNT " WS-SEARCH-ACC
               END-IF
           END-IF.

       250-GATHER-INTEREST.
      * Interest counts in the year the money moved, reversals
      * taking it back out, as int1098 counts it.
           DIVIDE TXN-DATE BY 10000 GIVING WS-TXN-YEAR.
           IF WS-TXN-YEAR = WS-RUN-YEAR AND TXN-INTEREST NOT = 0
               MOVE TXN-ACC TO WS-SEARCH-ACC
               PERFORM 050-FIND-ACCT-ENTRY
               IF WS-FOUND-IDX = 0
                   PERFORM 060-ADD-ACCT-ENTRY
               END-IF
               IF WS-FOUND-IDX > 0
                   ADD TXN-INTEREST TO WS-TBL-INTEREST(WS-FOUND-IDX)
               END-IF
           END-IF.

       300-WRITE-STATEMENT.
      * One page per account on the CUOTA file and obligor address:
      * master identification on top, then the current cycle's
      * breakdown, the past-due standing, and the remaining
      * balance.  Accounts with no master record, or whose master
      * says closed, get no statement.  The cycle's amount due is
      * kept for the relationship pass.
           MOVE CUOTA-ACC TO WS-SEARCH-ACC.
           PERFORM 050-FIND-ACCT-ENTRY.
           IF WS-FOUND-IDX = 0
               PERFORM 060-ADD-ACCT-ENTRY
           END-IF.
           IF WS-FOUND-IDX > 0
               MOVE CUOTA-TOTAL TO WS-TBL-DUE(WS-FOUND-IDX)
           END-IF.
           MOVE CUOTA-ACC TO WS-DOC-ACC.
           MOVE "STMT"    TO WS-DOC-TYPE.
           MOVE CUOTA-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   IF LOAN-ST-CLOSED OR LOAN-ST-FORECLOSURE
                       ADD 1 TO WS-SKIPPED-COUNTER
                   ELSE
                       MOVE LOAN-COMPANY-CODE TO WS-STMT-COMPANY
      * A loan in bankruptcy is stated on paper whatever the
      * borrower's preference; e-consent given before the filing
      * is not relied on.
                       IF LOAN-ST-BANKRUPTCY
                           MOVE "Y" TO WS-PAPER-REQUIRED
                       ELSE
                           MOVE "N" TO WS-PAPER-REQUIRED
                       END-IF
                       PERFORM 350-RESOLVE-CUSTOMER
                       PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                               UNTIL WS-MAIL-IDX > WS-MAIL-COUNT
                           MOVE WS-MAIL-NAME(WS-MAIL-IDX)
                               TO WS-STMT-NAME
                           MOVE WS-MAIL-ADDR(WS-MAIL-IDX)
                               TO WS-STMT-ADDR
                           PERFORM 400-WRITE-STATEMENT-PAGE
                       END-PERFORM
                       IF WS-ADDR-SUPPRESSED > 0
                           PERFORM 390-LOG-SUPPRESSED
                       END-IF
                   END-IF
           END-READ.

      * One address per customer: a linked account takes its name
      * and address off the customer master, so a move keyed once
      * through custmain reaches every statement.  Unlinked accounts
      * keep reading the loan record's own copy, as does one whose
      * parties are all off the customer master.  One whose every
      * copy was held back for a bad address resolves to no copies
      * at all, and so does one whose obligors all take the
      * relationship statement instead.
           MOVE 0 TO WS-MAIL-COUNT.
           MOVE 0 TO WS-ADDR-SUPPRESSED.
           MOVE 0 TO WS-REL-DEFERRED.
           IF WS-CUSTFILE-OPEN = "Y"
               PERFORM 360-GATHER-PARTIES
               PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                       UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
                   IF WS-PTY-OBLIGOR(WS-PARTY-IDX)
                       MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO CUST-NO
                       READ CUSTMSTR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF CUST-REL-STMT-ELECTED
                                   ADD 1 TO WS-REL-DEFERRED
                                   ADD 1 TO WS-REL-DEFER-COUNTER
                               ELSE
                                   PERFORM 370-ADD-MAILING
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MAIL-COUNT = 0 AND WS-ADDR-SUPPRESSED = 0
                   AND WS-REL-DEFERRED = 0
               MOVE 1 TO WS-MAIL-COUNT
               MOVE LOAN-CUST-NAME TO WS-MAIL-NAME(1)
               MOVE LOAN-CUST-ADDR TO WS-MAIL-ADDR(1)
               MOVE SPACES         TO WS-MAIL-CUST-NO(1)
               MOVE SPACES         TO WS-MAIL-EMAIL(1)
               MOVE "P"            TO WS-MAIL-CHANNEL(1)
           END-IF.

       360-GATHER-PARTIES.
      * The account's entries sit together under its key; the
      * primary is moved to the front as it turns up.
           MOVE 0 TO WS-PARTY-COUNT.
           MOVE "N" TO WS-XREF-EOF.
           MOVE CUOTA-ACC TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = CUOTA-ACC
                           OR WS-PARTY-COUNT >= 10
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       ADD 1 TO WS-PARTY-COUNT
                       IF XREF-PRIMARY AND WS-PARTY-COUNT > 1
                           MOVE WS-PARTY-ENTRY(1)
                               TO WS-PARTY-ENTRY(WS-PARTY-COUNT)
                           MOVE 1 TO WS-PARTY-IDX
                       ELSE
                           MOVE WS-PARTY-COUNT TO WS-PARTY-IDX
                       END-IF
                       MOVE XREF-CUST-NO
                           TO WS-PTY-CUST-NO(WS-PARTY-IDX)
                       MOVE XREF-ROLE
                           TO WS-PTY-ROLE(WS-PARTY-IDX)
                   END-IF
               END-READ
           END-PERFORM.

       370-ADD-MAILING.
      * A customer taking documents electronically, with an email
      * and e-consent on file, is sent the statement that way;
      * "both" adds the paper copy and everyone else gets paper.  A
      * statement that must go on paper goes only on paper, logged
      * as required where the customer would have taken it
      * electronically.
           IF (CUST-DLV-ELECTRONIC OR CUST-DLV-BOTH)
                   AND CUST-EMAIL NOT = SPACES
                   AND CUST-ECONSENT-DATE > 0
               MOVE "Y" TO WS-EDOC-CAPABLE
           ELSE
               MOVE "N" TO WS-EDOC-CAPABLE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PAPER-REQUIRED = "Y" AND NOT CUST-DLV-PAPER
                   MOVE "R" TO WS-NEW-CHANNEL
                   PERFORM 375-ADD-COPY
               WHEN WS-PAPER-REQUIRED = "Y"
                       OR WS-EDOC-CAPABLE = "N"
                   MOVE "P" TO WS-NEW-CHANNEL
                   PERFORM 375-ADD-COPY
               WHEN CUST-DLV-BOTH
                   MOVE "P" TO WS-NEW-CHANNEL
                   PERFORM 375-ADD-COPY
                   MOVE "E" TO WS-NEW-CHANNEL
                   PERFORM 375-ADD-COPY
               WHEN OTHER
                   MOVE "E" TO WS-NEW-CHANNEL
                   PERFORM 375-ADD-COPY
           END-EVALUATE.

       375-ADD-COPY.
      * Obligors sharing an address share one paper copy, and
      * obligors sharing an email one electronic copy.  Nothing is
      * mailed to an address the post office has returned mail
      * from.
           MOVE "N" TO WS-MAIL-DUP.
           IF WS-NEW-CHANNEL NOT = "E" AND CUST-ADDR-BAD
               ADD 1 TO WS-ADDR-SUPPRESSED
               MOVE "Y" TO WS-MAIL-DUP
           END-IF.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > WS-MAIL-COUNT
               IF WS-NEW-CHANNEL = "E"
                   IF WS-MAIL-ELECTRONIC(WS-COPY-IDX)
                           AND WS-MAIL-EMAIL(WS-COPY-IDX) = CUST-EMAIL
                       MOVE "Y" TO WS-MAIL-DUP
                   END-IF
               ELSE
                   IF NOT WS-MAIL-ELECTRONIC(WS-COPY-IDX)
                           AND WS-MAIL-ADDR(WS-COPY-IDX) = CUST-ADDR
                       MOVE "Y" TO WS-MAIL-DUP
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MAIL-DUP = "N" AND WS-MAIL-COUNT < 20
               ADD 1 TO WS-MAIL-COUNT
               MOVE CUST-NAME  TO WS-MAIL-NAME(WS-MAIL-COUNT)
               MOVE CUST-ADDR  TO WS-MAIL-ADDR(WS-MAIL-COUNT)
               MOVE CUST-NO    TO WS-MAIL-CUST-NO(WS-MAIL-COUNT)
               MOVE CUST-EMAIL TO WS-MAIL-EMAIL(WS-MAIL-COUNT)
               MOVE WS-NEW-CHANNEL
                   TO WS-MAIL-CHANNEL(WS-MAIL-COUNT)
           END-IF.

       390-LOG-SUPPRESSED.
      * A statement held back from a bad address goes on the
      * correspondence history - suppressed when no copy went at
      * all, partly suppressed when others did - so the attempt is
      * on record.
           MOVE SPACES       TO HISTORY-REC.
           MOVE LOAN-ACCT-NO TO CRH-ACC.
           MOVE WS-RUN-DATE  TO CRH-DATE.
           MOVE "STMT"       TO CRH-TEMPLATE.
           IF WS-MAIL-COUNT = 0
               MOVE "S" TO CRH-DISPOSITION
               ADD 1 TO WS-SUPPRESSED-COUNTER
           ELSE
               MOVE "P" TO CRH-DISPOSITION
           END-IF.
           WRITE HISTORY-REC.

       400-WRITE-STATEMENT-PAGE.
      * Pages are numbered through the print run; an electronic
      * copy stands alone as its own page one.
           ADD 1 TO WS-STMT-COUNTER.
           MOVE 0 TO WS-EDOC-LINE-NO.
           IF WS-MAIL-ELECTRONIC(WS-MAIL-IDX)
               MOVE 1 TO WS-HDR-PAGE-NO
           ELSE
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO
           END-IF.
           MOVE WS-PAGE-HEADER-1 TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           PERFORM 420-EMIT-COMPANY-HEADER.
           MOVE SPACES TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE CUOTA-ACC      TO WS-STMT-ACC.
           MOVE WS-ACCT-LINE   TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE WS-STMT-NAME   TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE WS-STMT-ADDR   TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE SPACES TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE "LOAN PAYMENT:"        TO WS-AMT-LABEL.
           MOVE CUOTA-PAY              TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE "PMI:"                 TO WS-AMT-LABEL.
           MOVE CUOTA-PMI              TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE "ESCROW:"              TO WS-AMT-LABEL.
           MOVE CUOTA-ESCROW           TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE "TOTAL AMOUNT DUE:"    TO WS-AMT-LABEL.
           MOVE CUOTA-TOTAL            TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE CUOTA-ACC TO WS-SEARCH-ACC.
           PERFORM 050-FIND-ACCT-ENTRY.
               MOVE 0 TO WS-AMT-VALUE
           END-IF.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE 0 TO WS-FEE-DUE.
           IF WS-FEELEDGR-OPEN = "Y"
           MOVE "OUTSTANDING FEES:"    TO WS-AMT-LABEL.
           MOVE WS-FEE-DUE             TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

      * Only the recoverable advances are the borrower's to repay.
           MOVE 0 TO WS-CORP-DUE.
           IF WS-CORPADV-OPEN = "Y"
               MOVE CUOTA-ACC TO CORP-ACCT-NO
               READ CORPADV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CORP-BALANCE > 0
                           MOVE CORP-BALANCE TO WS-CORP-DUE
                       END-IF
               END-READ
           END-IF.
           MOVE "CORPORATE ADVANCES:"  TO WS-AMT-LABEL.
           MOVE WS-CORP-DUE            TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

      * A loan on the ledger states the balance it actually owes
      * and how far it is paid; one not yet converted keeps the
      * scheduled balance.
           MOVE "REMAINING BALANCE:"   TO WS-AMT-LABEL.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO WS-AMT-VALUE
           ELSE
               IF WS-FOUND-IDX > 0
                   MOVE WS-TBL-BALANCE(WS-FOUND-IDX) TO WS-AMT-VALUE
               ELSE
                   MOVE 0 TO WS-AMT-VALUE
               END-IF
           END-IF.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           IF LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-PAID-THRU-DATE TO WS-PAID-THRU-NUM
               MOVE WS-PTD-MONTH        TO WS-PTL-MM
               MOVE WS-PTD-DAY          TO WS-PTL-DD
               MOVE WS-PTD-YEAR         TO WS-PTL-YYYY
               MOVE WS-PAID-THRU-LINE   TO STATEMENT-REC
               PERFORM 450-EMIT-LINE
           END-IF.

           MOVE SPACES TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           PERFORM 480-LOG-DELIVERY.

       420-EMIT-COMPANY-HEADER.
      * The servicer the borrower deals with, as regulation wants it
      * shown: name, address, telephone and NMLS id.
           MOVE "L"             TO CMP-FUNCTION.
           MOVE WS-STMT-COMPANY TO CMP-CODE.
           CALL "complook" USING CMP-PARAMS.
           MOVE CMP-NAME      TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE CMP-ADDR      TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE CMP-PHONE     TO WS-CC-PHONE.
           MOVE CMP-NMLS-ID   TO WS-CC-NMLS-ID.
           MOVE WS-COMPANY-CONTACT TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

       450-EMIT-LINE.
      * Paper lines go to the print vendor's file; electronic lines
      * to the e-delivery archive, numbered in page order.
           IF WS-MAIL-ELECTRONIC(WS-MAIL-IDX)
               ADD 1 TO WS-EDOC-LINE-NO
               MOVE SPACES TO EDOC-ARCHIVE-REC
               MOVE WS-MAIL-CUST-NO(WS-MAIL-IDX) TO EDA-CUST-NO
               MOVE WS-DOC-ACC      TO EDA-ACCT
               MOVE WS-DOC-TYPE     TO EDA-DOC-TYPE
               MOVE WS-RUN-DATE     TO EDA-DATE
               MOVE WS-EDOC-LINE-NO TO EDA-LINE-NO
               MOVE STATEMENT-REC   TO EDA-TEXT
               WRITE EDOC-ARCHIVE-REC
           ELSE
               WRITE STATEMENT-REC
           END-IF.

       480-LOG-DELIVERY.
           MOVE SPACES TO DLV-LOG-REC.
           MOVE WS-RUN-DATE TO DLV-DATE.
           MOVE "STMTGEN"   TO DLV-SOURCE.
           MOVE WS-DOC-TYPE TO DLV-DOC-TYPE.
           MOVE WS-DOC-ACC  TO DLV-ACCT.
           MOVE WS-MAIL-CUST-NO(WS-MAIL-IDX) TO DLV-CUST-NO.
           MOVE WS-MAIL-CHANNEL(WS-MAIL-IDX) TO DLV-CHANNEL.
           WRITE DLV-LOG-REC.
           IF WS-MAIL-ELECTRONIC(WS-MAIL-IDX)
               ADD 1 TO WS-EDOC-COUNTER
               MOVE SPACES TO EDOC-NOTIFY-REC
               MOVE WS-MAIL-CUST-NO(WS-MAIL-IDX) TO EDN-CUST-NO
               MOVE WS-DOC-ACC  TO EDN-ACCT
               MOVE WS-DOC-TYPE TO EDN-DOC-TYPE
               MOVE WS-RUN-DATE TO EDN-DATE
               MOVE WS-MAIL-EMAIL(WS-MAIL-IDX) TO EDN-EMAIL
               WRITE EDOC-NOTIFY-REC
           END-IF.

       600-RELATIONSHIP-PASS.
      * The cross-reference runs by account, so every elected
      * customer's obligor links are gathered first and each
      * customer's statement is then written from all of them.
           MOVE 0 TO WS-REL-COUNT.
           MOVE "N" TO WS-XREF-EOF.
           MOVE LOW-VALUES TO XREF-KEY.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-OBLIGOR
                       PERFORM 610-LOAD-ELECTED-LINK
                   END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
               IF WS-REL-DONE(WS-REL-IDX) = "N"
                   PERFORM 620-WRITE-RELATIONSHIP
               END-IF
           END-PERFORM.

       610-LOAD-ELECTED-LINK.
           MOVE XREF-CUST-NO TO CUST-NO.
           READ CUSTMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-REL-STMT-ELECTED
                       IF WS-REL-COUNT < 5000
                           ADD 1 TO WS-REL-COUNT
                           MOVE XREF-CUST-NO
                               TO WS-REL-CUST(WS-REL-COUNT)
                           MOVE XREF-ACCT-NO
                               TO WS-REL-ACC(WS-REL-COUNT)
                           MOVE "N" TO WS-REL-DONE(WS-REL-COUNT)
                       ELSE
                           DISPLAY "RELATIONSHIP TABLE FULL, "
                                   "CUSTOMER " XREF-CUST-NO
                                   " ACCOUNT " XREF-ACCT-NO
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       620-WRITE-RELATIONSHIP.
      * One statement per customer and servicing company listing
      * every open loan of that company they are obligated on;
      * closed loans and foreclosure referrals are left off as they
      * are from the single statement.  The combined total due is
      * each loan's payment due, past-due amount and outstanding
      * fees.  The first open loan sets the company; another
      * company's loans are left for a statement of their own.
           MOVE WS-REL-CUST(WS-REL-IDX) TO WS-REL-CUR-CUST.
           MOVE SPACES TO WS-STMT-COMPANY.
           MOVE 0 TO WS-RACC-COUNT.
           MOVE 0 TO WS-REL-TOT-DUE.
           MOVE 0 TO WS-REL-TOT-PAST-DUE.
           MOVE 0 TO WS-REL-TOT-BALANCE.
           MOVE 0 TO WS-REL-TOT-ESCROW.
           MOVE 0 TO WS-REL-TOT-FEES.
           MOVE 0 TO WS-REL-TOT-INTEREST.
           MOVE "N" TO WS-PAPER-REQUIRED.
           PERFORM VARYING WS-REL-JDX FROM WS-REL-IDX BY 1
                   UNTIL WS-REL-JDX > WS-REL-COUNT
               IF WS-REL-CUST(WS-REL-JDX) = WS-REL-CUR-CUST
                       AND WS-REL-DONE(WS-REL-JDX) = "N"
                   PERFORM 630-GATHER-RELATED-LOAN
               END-IF
           END-PERFORM.
           COMPUTE WS-REL-COMBINED-DUE = WS-REL-TOT-DUE
                   + WS-REL-TOT-PAST-DUE + WS-REL-TOT-FEES.

      * A customer with a loan in bankruptcy is stated on paper.
           IF WS-RACC-COUNT > 0
               MOVE WS-REL-CUR-CUST TO CUST-NO
               READ CUSTMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-MAIL-COUNT
                       MOVE 0 TO WS-ADDR-SUPPRESSED
                       PERFORM 370-ADD-MAILING
                       MOVE WS-RACC-ACC(1) TO WS-DOC-ACC
                       MOVE "RELSTMT"      TO WS-DOC-TYPE
                       PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                               UNTIL WS-MAIL-IDX > WS-MAIL-COUNT
                           MOVE WS-MAIL-NAME(WS-MAIL-IDX)
                               TO WS-STMT-NAME
                           MOVE WS-MAIL-ADDR(WS-MAIL-IDX)
                               TO WS-STMT-ADDR
                           PERFORM 650-WRITE-RELATIONSHIP-PAGE
                       END-PERFORM
                       IF WS-ADDR-SUPPRESSED > 0
                           PERFORM 690-LOG-REL-SUPPRESSED
                       END-IF
               END-READ
           END-IF.

       630-GATHER-RELATED-LOAN.
           MOVE "Y" TO WS-REL-DONE(WS-REL-JDX).
           MOVE WS-REL-ACC(WS-REL-JDX) TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-COMPANY-CODE TO WS-LOAN-COMPANY
                   IF WS-LOAN-COMPANY = SPACES
                       MOVE "001" TO WS-LOAN-COMPANY
                   END-IF
                   IF LOAN-ST-CLOSED OR LOAN-ST-FORECLOSURE
                           OR WS-RACC-COUNT >= 50
                       CONTINUE
                   ELSE
                       IF WS-STMT-COMPANY = SPACES
                           MOVE WS-LOAN-COMPANY TO WS-STMT-COMPANY
                       END-IF
                       IF WS-LOAN-COMPANY = WS-STMT-COMPANY
                           PERFORM 640-ADD-RELATED-LOAN
                       ELSE
                           MOVE "N" TO WS-REL-DONE(WS-REL-JDX)
                       END-IF
                   END-IF
           END-READ.

       640-ADD-RELATED-LOAN.
      * The same figures the single statement gives: the balance
      * owed on the ledger, else the scheduled balance.
           IF LOAN-ST-BANKRUPTCY
               MOVE "Y" TO WS-PAPER-REQUIRED
           END-IF.
           ADD 1 TO WS-RACC-COUNT.
           MOVE WS-RACC-COUNT TO WS-RACC-IDX.
           MOVE LOAN-ACCT-NO TO WS-RACC-ACC(WS-RACC-IDX).
           MOVE 0 TO WS-RACC-DUE(WS-RACC-IDX).
           MOVE 0 TO WS-RACC-PAST-DUE(WS-RACC-IDX).
           MOVE 0 TO WS-RACC-BALANCE(WS-RACC-IDX).
           MOVE 0 TO WS-RACC-ESCROW(WS-RACC-IDX).
           MOVE 0 TO WS-RACC-FEES(WS-RACC-IDX).
           MOVE 0 TO WS-RACC-INTEREST(WS-RACC-IDX).
           MOVE LOAN-ACCT-NO TO WS-SEARCH-ACC.
           PERFORM 050-FIND-ACCT-ENTRY.
           IF WS-FOUND-IDX > 0
               MOVE WS-TBL-DUE(WS-FOUND-IDX)
                   TO WS-RACC-DUE(WS-RACC-IDX)
               MOVE WS-TBL-PAST-DUE(WS-FOUND-IDX)
                   TO WS-RACC-PAST-DUE(WS-RACC-IDX)
               MOVE WS-TBL-INTEREST(WS-FOUND-IDX)
                   TO WS-RACC-INTEREST(WS-RACC-IDX)
           END-IF.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO WS-RACC-BALANCE(WS-RACC-IDX)
           ELSE
               IF WS-FOUND-IDX > 0
                   MOVE WS-TBL-BALANCE(WS-FOUND-IDX)
                       TO WS-RACC-BALANCE(WS-RACC-IDX)
               END-IF
           END-IF.
           IF WS-ESCROWSL-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO ESCROW-ACCT-NO
               READ ESCROW-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESCROW-BALANCE
                           TO WS-RACC-ESCROW(WS-RACC-IDX)
               END-READ
           END-IF.
           IF WS-FEELEDGR-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO FEE-ACCT-NO
               READ FEELEDGR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FEE-BALANCE > 0
                           MOVE FEE-BALANCE
                               TO WS-RACC-FEES(WS-RACC-IDX)
                       END-IF
               END-READ
           END-IF.
           ADD WS-RACC-DUE(WS-RACC-IDX)      TO WS-REL-TOT-DUE.
           ADD WS-RACC-PAST-DUE(WS-RACC-IDX) TO WS-REL-TOT-PAST-DUE.
           ADD WS-RACC-BALANCE(WS-RACC-IDX)  TO WS-REL-TOT-BALANCE.
           ADD WS-RACC-ESCROW(WS-RACC-IDX)   TO WS-REL-TOT-ESCROW.
           ADD WS-RACC-FEES(WS-RACC-IDX)     TO WS-REL-TOT-FEES.
           ADD WS-RACC-INTEREST(WS-RACC-IDX) TO WS-REL-TOT-INTEREST.

       650-WRITE-RELATIONSHIP-PAGE.
      * Numbered through the print run like the single statement.
           ADD 1 TO WS-REL-COUNTER.
           MOVE 0 TO WS-EDOC-LINE-NO.
           MOVE WS-RUN-DATE-EDIT TO WS-REL-HDR-DATE.
           IF WS-MAIL-ELECTRONIC(WS-MAIL-IDX)
               MOVE 1 TO WS-REL-HDR-PAGE
           ELSE
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO WS-REL-HDR-PAGE
           END-IF.
           MOVE WS-REL-HEADER-1 TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           PERFORM 420-EMIT-COMPANY-HEADER.
           MOVE SPACES TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE WS-STMT-NAME   TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE WS-STMT-ADDR   TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE SPACES TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE WS-REL-COLUMN-HEAD TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           PERFORM VARYING WS-RACC-IDX FROM 1 BY 1
                   UNTIL WS-RACC-IDX > WS-RACC-COUNT
               MOVE WS-RACC-ACC(WS-RACC-IDX)      TO WS-RL-ACC
               MOVE WS-RACC-DUE(WS-RACC-IDX)      TO WS-RL-DUE
               MOVE WS-RACC-PAST-DUE(WS-RACC-IDX) TO WS-RL-PAST-DUE
               MOVE WS-RACC-BALANCE(WS-RACC-IDX)  TO WS-RL-BALANCE
               MOVE WS-RACC-ESCROW(WS-RACC-IDX)   TO WS-RL-ESCROW
               MOVE WS-RACC-FEES(WS-RACC-IDX)     TO WS-RL-FEES
               MOVE WS-RACC-INTEREST(WS-RACC-IDX) TO WS-RL-INTEREST
               MOVE WS-REL-LINE TO STATEMENT-REC
               PERFORM 450-EMIT-LINE
           END-PERFORM.
           MOVE "TOTAL"             TO WS-RL-ACC.
           MOVE WS-REL-TOT-DUE      TO WS-RL-DUE.
           MOVE WS-REL-TOT-PAST-DUE TO WS-RL-PAST-DUE.
           MOVE WS-REL-TOT-BALANCE  TO WS-RL-BALANCE.
           MOVE WS-REL-TOT-ESCROW   TO WS-RL-ESCROW.
           MOVE WS-REL-TOT-FEES     TO WS-RL-FEES.
           MOVE WS-REL-TOT-INTEREST TO WS-RL-INTEREST.
           MOVE WS-REL-LINE TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE SPACES TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE "COMBINED TOTAL DUE:"  TO WS-AMT-LABEL.
           MOVE WS-REL-COMBINED-DUE    TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           MOVE "INTEREST PAID YTD:"   TO WS-AMT-LABEL.
           MOVE WS-REL-TOT-INTEREST    TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE         TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.

           MOVE SPACES TO STATEMENT-REC.
           PERFORM 450-EMIT-LINE.
           PERFORM 480-LOG-DELIVERY.

       690-LOG-REL-SUPPRESSED.
      * Held back from a bad address: each loan on the statement
      * carries the attempt on its own correspondence history.
           PERFORM VARYING WS-RACC-IDX FROM 1 BY 1
                   UNTIL WS-RACC-IDX > WS-RACC-COUNT
               MOVE SPACES      TO HISTORY-REC
               MOVE WS-RACC-ACC(WS-RACC-IDX) TO CRH-ACC
               MOVE WS-RUN-DATE TO CRH-DATE
               MOVE "RELSTMT"   TO CRH-TEMPLATE
               IF WS-MAIL-COUNT = 0
                   MOVE "S" TO CRH-DISPOSITION
               ELSE
                   MOVE "P" TO CRH-DISPOSITION
               END-IF
               WRITE HISTORY-REC
           END-PERFORM.
           IF WS-MAIL-COUNT = 0
               ADD 1 TO WS-SUPPRESSED-COUNTER
           END-IF.
