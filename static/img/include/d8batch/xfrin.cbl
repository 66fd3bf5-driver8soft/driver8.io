      ******************************************************************
      *
      * Servicing Transfer-In Boarding
      * ===============================
      *
      * When we buy the servicing of a portfolio, the prior
      * servicer's file boards here instead of through loanbrd, so
      * the loans arrive with their history rather than as brand
      * new.  The "xfrin" file is in the shape xfrproc sends loans
      * out in (see xfrrec.cpy): an "M" record per loan, a "P"
      * record per open payhist item, and the seller's "T" trailer.
      * The whole file is balanced first - loan count, principal
      * owed, escrow, and open items against the trailer - and a
      * file that is short, out of balance, or has no trailer
      * boards nothing.  Each loan is then validated - not already
      * on LOANMSTR, owing principal (a loan the seller shows owing
      * nothing is not boarded as an open one), and serviced for an
      * investor on INVMSTR that deals with the company it boards
      * under - screened through ofacchk against the SDN sanctions
      * list, and written to LOANMSTR with its original terms and
      * dates, the principal actually owed and the date it is paid
      * through, and its due day, the principal owed opening its
      * LOANTXN ledger the way ledgconv opens a converted loan's;
      * its ESCROWSL balance is opened at the seller's figure, it
      * goes on the "infile" pricing master and is stamped on the
      * "deltaacc" pricing delta file, and the borrower's "HELLO"
      * welcome letter is queued for the correspondence engine.
      * Each open item of a loan boarded goes onto PAYHIST as it
      * stood at the seller, so the aging, late-charge, and
      * collections chain carry on where the seller left off.
      * The optional parameter names the servicing company the
      * portfolio is boarded under (blank is the house company).
      * Loans and items that fail are listed on "xfrinrej" with the
      * reason; the proof, each loan, and the run's totals are
      * listed on "xfrinrpt".  A loan already on LOANMSTR is
      * rejected as a duplicate, so a corrected file can be run
      * again to board what failed the first time.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. xfrin.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT PRICING-MASTER ASSIGN TO "infile"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRICE-ACC
           FILE STATUS IS WS-PRICING-STATUS.

           SELECT ESCROW-LEDGER ASSIGN TO "ESCROWSL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESCROW-ACCT-NO
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAYHIST-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT INVMSTR ASSIGN TO "INVMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-CODE
           FILE STATUS IS WS-INVMSTR-STATUS.

      * Loan transaction ledger; created on first use.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * The prior servicer's transfer file.
           SELECT XFR-IN ASSIGN TO "xfrin"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-XFRIN-STATUS.

           SELECT DELTA-FILE ASSIGN TO "deltaacc"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

      * Letter requests for the correspondence engine.
           SELECT CORR-QUEUE ASSIGN TO "corrqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRQ-STATUS.

           SELECT REJECT-FILE ASSIGN TO "xfrinrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT XFRIN-REPORT ASSIGN TO "xfrinrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Mirrors bcuota's own FD LOAN detail layout field for field.
       FD PRICING-MASTER.
           01 PRICING-REC.
               05 PRICE-ACC   PIC X(10).
               05 FILLER      PIC X(01).
               05 PRICE-AMT   PIC 9(07).
               05 FILLER      PIC X(01).
               05 PRICE-INT   PIC 9(02)V9(02).
               05 FILLER      PIC X(01).
               05 PRICE-YEAR  PIC 9(02).

      * Mirrors escrowsl's own FD ESCROW-LEDGER layout field for
      * field.
       FD ESCROW-LEDGER.
           01 ESCROW-LEDGER-REC.
               05 ESCROW-ACCT-NO     PIC X(10).
               05 ESCROW-BALANCE     PIC S9(09)V9(02).

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".

      * Shared investor master record; see invrec.cpy.
       FD INVMSTR.
           COPY "invrec.cpy".

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * Shared servicing-transfer extract record; see xfrrec.cpy.
       FD XFR-IN.
           COPY "xfrrec.cpy".

       FD DELTA-FILE.
           01 DELTA-REC.
               05 DELTA-ACC          PIC X(10).

      * Mirrors corresp's own FD CORR-QUEUE layout field for field.
       FD CORR-QUEUE.
           01 CORR-QUEUE-REC.
               05 CRQ-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRQ-ACC            PIC X(10).

      * One line per loan or open item refused: its record type,
      * the account, the item's due date (zero for a loan), and
      * why.
       FD REJECT-FILE.
           01 XFRIN-REJECT-REC.
               05 XREJ-TYPE          PIC X(01).
               05 FILLER             PIC X(01).
               05 XREJ-ACC           PIC X(10).
               05 FILLER             PIC X(01).
               05 XREJ-DUE-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 XREJ-REASON        PIC X(30).

       FD XFRIN-REPORT.
           01 XFRIN-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-PRICING-STATUS   PIC X(02) VALUE "00".
           01 WS-LEDGER-STATUS    PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-INVMSTR-STATUS   PIC X(02) VALUE "00".
           01 WS-INVMSTR-OPEN     PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-XFRIN-STATUS     PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-COMPANY-PARM     PIC X(03) VALUE SPACES.
           01 WS-BOARD-COMPANY    PIC X(03) VALUE SPACES.
           01 WS-REJECT-REASON    PIC X(30) VALUE SPACES.
      * The investor's company, blank when it deals with every
      * company.
           01 WS-INV-COMPANY      PIC X(03) VALUE SPACES.

      * The file as read on the proof pass, and the seller's
      * trailer it must agree with.
           01 WS-FILE-LOANS       PIC 9(07) VALUE ZEROES.
           01 WS-FILE-PRIN        PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-FILE-ESCROW      PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-FILE-ITEMS       PIC 9(07) VALUE ZEROES.
           01 WS-FILE-UNKNOWN     PIC 9(07) VALUE ZEROES.
           01 WS-AFTER-TRAILER    PIC 9(07) VALUE ZEROES.
           01 WS-TRAILER-COUNT    PIC 9(03) VALUE ZEROES.
           01 WS-TRAILER-BAD      PIC X(01) VALUE "N".
           01 WS-TRL-LOANS        PIC 9(07) VALUE ZEROES.
           01 WS-TRL-PRIN         PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-TRL-ESCROW       PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-TRL-ITEMS        PIC 9(07) VALUE ZEROES.
           01 WS-PROOF-RESULT     PIC X(30) VALUE SPACES.
           01 WS-FILE-BALANCED    PIC X(01) VALUE "N".

      * Loans boarded this run, so an open item boards only under
      * a loan that did.
           01 WS-BRD-TABLE.
               05 WS-BRD-ENTRY OCCURS 2000 TIMES.
                   10 WS-BRD-ACC       PIC X(10).
           01 WS-BRD-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-BRD-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-BRD-FOUND        PIC X(01) VALUE "N".

           01 WS-BOARDED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-BOARDED-PRIN     PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-BOARDED-ESCROW   PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-OFAC-HELD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-ITEM-LOADED      PIC 9(09) VALUE ZEROES.
           01 WS-ITEM-REJECTED    PIC 9(09) VALUE ZEROES.
           01 WS-ITEM-SKIPPED     PIC 9(09) VALUE ZEROES.

           01 WS-PROOF-HEADING.
               05 FILLER           PIC X(22) VALUE "CONTROL TOTAL".
               05 FILLER           PIC X(15) VALUE "           FILE".
               05 FILLER           PIC X(02) VALUE SPACES.
               05 FILLER           PIC X(15) VALUE " SELLER TRAILER".
           01 WS-PROOF-LINE.
               05 WS-PRF-LABEL     PIC X(22).
               05 WS-PRF-FILE      PIC Z(10)9.99-.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PRF-TRAILER   PIC Z(10)9.99-.
           01 WS-PROOF-RESULT-LINE.
               05 FILLER           PIC X(07) VALUE "PROOF: ".
               05 WS-PRL-RESULT    PIC X(30).

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-PRIN      PIC Z(6)9.99-.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ESCROW    PIC Z(8)9.99-.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(30).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(10)9.99-.

      * Shared sanctions screening parameter record; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPANY-PARM FROM COMMAND-LINE.
           MOVE "L"             TO CMP-FUNCTION.
           MOVE WS-COMPANY-PARM TO CMP-CODE.
           CALL "complook" USING CMP-PARAMS.
           IF NOT CMP-FOUND
               DISPLAY "COMPANY NOT ON FILE: " WS-COMPANY-PARM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CMP-CODE TO WS-BOARD-COMPANY.

           OPEN OUTPUT XFRIN-REPORT.
           PERFORM 100-PROVE-FILE.
           IF WS-FILE-BALANCED NOT = "Y"
               CLOSE XFRIN-REPORT
               DISPLAY "TRANSFER FILE NOT BOARDED: " WS-PROOF-RESULT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS = "35"
               CLOSE LOANMSTR
               OPEN OUTPUT LOANMSTR
               CLOSE LOANMSTR
               OPEN I-O LOANMSTR
           END-IF.
           OPEN I-O PRICING-MASTER.
           IF WS-PRICING-STATUS = "35"
               CLOSE PRICING-MASTER
               OPEN OUTPUT PRICING-MASTER
               CLOSE PRICING-MASTER
               OPEN I-O PRICING-MASTER
           END-IF.
           OPEN I-O ESCROW-LEDGER.
           IF WS-LEDGER-STATUS = "35"
               CLOSE ESCROW-LEDGER
               OPEN OUTPUT ESCROW-LEDGER
               CLOSE ESCROW-LEDGER
               OPEN I-O ESCROW-LEDGER
           END-IF.
           OPEN I-O PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS = "35"
               CLOSE PAYMENT-HISTORY
               OPEN OUTPUT PAYMENT-HISTORY
               CLOSE PAYMENT-HISTORY
               OPEN I-O PAYMENT-HISTORY
           END-IF.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN INPUT INVMSTR.
           IF WS-INVMSTR-STATUS = "00"
               MOVE "Y" TO WS-INVMSTR-OPEN
           END-IF.
           OPEN EXTEND DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF.
           OPEN EXTEND CORR-QUEUE.
           IF WS-CORRQ-STATUS = "35"
               OPEN OUTPUT CORR-QUEUE
           END-IF.
           OPEN OUTPUT REJECT-FILE.

           OPEN INPUT XFR-IN.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ XFR-IN
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 200-HANDLE-RECORD
               END-READ
           END-PERFORM.
           CLOSE XFR-IN.

           PERFORM 900-WRITE-REPORT-TOTALS.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.
           CLOSE LOANMSTR.
           CLOSE PRICING-MASTER.
           CLOSE ESCROW-LEDGER.
           CLOSE PAYMENT-HISTORY.
           CLOSE LOAN-LEDGER.
           IF WS-INVMSTR-OPEN = "Y"
               CLOSE INVMSTR
           END-IF.
           CLOSE DELTA-FILE.
           CLOSE CORR-QUEUE.
           CLOSE REJECT-FILE.
           CLOSE XFRIN-REPORT.

           DISPLAY "LOANS BOARDED: "      WS-BOARDED-COUNTER.
           DISPLAY "LOANS REJECTED: "     WS-REJECTED-COUNTER.
           DISPLAY "OFAC REVIEW HOLDS: "  WS-OFAC-HELD-COUNTER.
           DISPLAY "OPEN ITEMS LOADED: "  WS-ITEM-LOADED.
           DISPLAY "OPEN ITEMS REJECTED: " WS-ITEM-REJECTED.
      * The screening CALLs reset RETURN-CODE; restate the warning.
           IF WS-REJECTED-COUNTER > 0 OR WS-ITEM-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-PROVE-FILE.
      * Nothing boards until the whole file is known to be the
      * file the seller sent: every record counted and totalled
      * and set against the trailer, which must come last.
           OPEN INPUT XFR-IN.
           IF WS-XFRIN-STATUS NOT = "00"
               MOVE "TRANSFER FILE MISSING" TO WS-PROOF-RESULT
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ XFR-IN
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 110-TALLY-RECORD
                   END-READ
               END-PERFORM
               CLOSE XFR-IN
               PERFORM 150-CHECK-BALANCE
           END-IF.
           PERFORM 160-WRITE-PROOF.

       110-TALLY-RECORD.
           IF WS-TRAILER-COUNT > 0
               ADD 1 TO WS-AFTER-TRAILER
           END-IF.
           EVALUATE TRUE
               WHEN XFO-IS-MASTER
                   ADD 1 TO WS-FILE-LOANS
                   IF XFO-ACTUAL-BAL NUMERIC
                       ADD XFO-ACTUAL-BAL TO WS-FILE-PRIN
                   END-IF
                   IF XFO-ESCROW-BAL NUMERIC
                       ADD XFO-ESCROW-BAL TO WS-FILE-ESCROW
                   END-IF
               WHEN XFO-IS-ITEM
                   ADD 1 TO WS-FILE-ITEMS
               WHEN XFO-IS-TRAILER
                   ADD 1 TO WS-TRAILER-COUNT
                   IF XFT-LOAN-COUNT NUMERIC
                           AND XFT-PRIN-TOTAL NUMERIC
                           AND XFT-ESCROW-TOTAL NUMERIC
                           AND XFT-ITEM-COUNT NUMERIC
                       MOVE XFT-LOAN-COUNT   TO WS-TRL-LOANS
                       MOVE XFT-PRIN-TOTAL   TO WS-TRL-PRIN
                       MOVE XFT-ESCROW-TOTAL TO WS-TRL-ESCROW
                       MOVE XFT-ITEM-COUNT   TO WS-TRL-ITEMS
                   ELSE
                       MOVE "Y" TO WS-TRAILER-BAD
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FILE-UNKNOWN
           END-EVALUATE.

       150-CHECK-BALANCE.
           EVALUATE TRUE
               WHEN WS-TRAILER-COUNT = 0
                   MOVE "NO SELLER TRAILER" TO WS-PROOF-RESULT
               WHEN WS-TRAILER-COUNT > 1
                   MOVE "MORE THAN ONE TRAILER" TO WS-PROOF-RESULT
               WHEN WS-AFTER-TRAILER > 0
                   MOVE "RECORDS AFTER TRAILER" TO WS-PROOF-RESULT
               WHEN WS-TRAILER-BAD = "Y"
                   MOVE "TRAILER NOT NUMERIC" TO WS-PROOF-RESULT
               WHEN WS-FILE-UNKNOWN > 0
                   MOVE "UNKNOWN RECORD TYPE ON FILE"
                       TO WS-PROOF-RESULT
               WHEN WS-FILE-LOANS NOT = WS-TRL-LOANS
               WHEN WS-FILE-PRIN NOT = WS-TRL-PRIN
               WHEN WS-FILE-ESCROW NOT = WS-TRL-ESCROW
               WHEN WS-FILE-ITEMS NOT = WS-TRL-ITEMS
                   MOVE "OUT OF BALANCE TO TRAILER" TO WS-PROOF-RESULT
               WHEN OTHER
                   MOVE "BALANCED TO TRAILER" TO WS-PROOF-RESULT
                   MOVE "Y" TO WS-FILE-BALANCED
           END-EVALUATE.

       160-WRITE-PROOF.
           MOVE WS-PROOF-HEADING TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "LOANS"          TO WS-PRF-LABEL.
           MOVE WS-FILE-LOANS    TO WS-PRF-FILE.
           MOVE WS-TRL-LOANS     TO WS-PRF-TRAILER.
           MOVE WS-PROOF-LINE    TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "PRINCIPAL OWED" TO WS-PRF-LABEL.
           MOVE WS-FILE-PRIN     TO WS-PRF-FILE.
           MOVE WS-TRL-PRIN      TO WS-PRF-TRAILER.
           MOVE WS-PROOF-LINE    TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "ESCROW"         TO WS-PRF-LABEL.
           MOVE WS-FILE-ESCROW   TO WS-PRF-FILE.
           MOVE WS-TRL-ESCROW    TO WS-PRF-TRAILER.
           MOVE WS-PROOF-LINE    TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "OPEN ITEMS"     TO WS-PRF-LABEL.
           MOVE WS-FILE-ITEMS    TO WS-PRF-FILE.
           MOVE WS-TRL-ITEMS     TO WS-PRF-TRAILER.
           MOVE WS-PROOF-LINE    TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE WS-PROOF-RESULT      TO WS-PRL-RESULT.
           MOVE WS-PROOF-RESULT-LINE TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.
           MOVE SPACES TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

       200-HANDLE-RECORD.
           EVALUATE TRUE
               WHEN XFO-IS-MASTER
                   PERFORM 300-BOARD-LOAN
               WHEN XFO-IS-ITEM
                   PERFORM 500-LOAD-OPEN-ITEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-BOARD-LOAN.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 310-VALIDATE-LOAN.
           IF WS-REJECT-REASON = SPACES
               PERFORM 350-SCREEN-BORROWER
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 400-WRITE-MASTERS
           ELSE
               PERFORM 800-REJECT-LOAN
           END-IF.

       310-VALIDATE-LOAN.
      * The loan was originated and priced elsewhere; its terms
      * are taken as the seller carried them, and only what would
      * break the servicing here is refused.  A loan already on
      * LOANMSTR is refused here, before the sanctions screen, so
      * a rerun of the file does not screen it a second time.
           PERFORM 320-LOAD-INVESTOR.
           EVALUATE TRUE
               WHEN XFO-ACC = SPACES
                   MOVE "NO ACCOUNT NUMBER"   TO WS-REJECT-REASON
               WHEN XFO-ORIG-PRIN NOT NUMERIC
               WHEN XFO-INT-RATE NOT NUMERIC
               WHEN XFO-TERM-YEARS NOT NUMERIC
               WHEN XFO-ORIG-DATE NOT NUMERIC
               WHEN XFO-ESCROW-BAL NOT NUMERIC
               WHEN XFO-ACTUAL-BAL NOT NUMERIC
               WHEN XFO-PAID-THRU-DATE NOT NUMERIC
               WHEN XFO-DUE-DAY NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD"   TO WS-REJECT-REASON
               WHEN XFO-ORIG-PRIN = 0
                   MOVE "INVALID PRINCIPAL"   TO WS-REJECT-REASON
               WHEN XFO-ACTUAL-BAL < 0
                   MOVE "NEGATIVE PRINCIPAL"  TO WS-REJECT-REASON
               WHEN XFO-ACTUAL-BAL = 0
                   MOVE "NO PRINCIPAL OWED"   TO WS-REJECT-REASON
               WHEN XFO-TERM-YEARS = 0
                   MOVE "INVALID TERM"        TO WS-REJECT-REASON
               WHEN XFO-ORIG-DATE > WS-RUN-DATE
                   MOVE "ORIG DATE IN FUTURE" TO WS-REJECT-REASON
               WHEN XFO-DUE-DAY > 28
                   MOVE "DUE DAY INVALID"     TO WS-REJECT-REASON
               WHEN WS-BRD-COUNT >= 2000
                   MOVE "BOARD TABLE FULL"    TO WS-REJECT-REASON
               WHEN XFO-NEW-INVESTOR NOT = SPACES
                 AND WS-INV-COMPANY = HIGH-VALUES
                   MOVE "INVESTOR NOT ON FILE" TO WS-REJECT-REASON
               WHEN WS-INV-COMPANY NOT = SPACES
                 AND WS-INV-COMPANY NOT = HIGH-VALUES
                 AND WS-INV-COMPANY NOT = WS-BOARD-COMPANY
                   MOVE "INVESTOR NOT THIS COMPANY"
                       TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
               MOVE XFO-ACC TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "DUPLICATE ACCOUNT" TO WS-REJECT-REASON
               END-READ
           END-IF.

       320-LOAD-INVESTOR.
      * As loanbrd's 260-LOAD-COMPANY: the investor's company off
      * INVMSTR, blank when it deals with every company.  An
      * investor not on file - or no investor master to find it
      * on - comes back as HIGH-VALUES and the loan is refused.
           MOVE SPACES TO WS-INV-COMPANY.
           IF XFO-NEW-INVESTOR NOT = SPACES
               IF WS-INVMSTR-OPEN = "Y"
                   MOVE XFO-NEW-INVESTOR TO INV-CODE
                   READ INVMSTR
                       INVALID KEY
                           MOVE HIGH-VALUES TO WS-INV-COMPANY
                       NOT INVALID KEY
                           MOVE INV-COMPANY-CODE TO WS-INV-COMPANY
                   END-READ
               ELSE
                   MOVE HIGH-VALUES TO WS-INV-COMPANY
               END-IF
           END-IF.

       350-SCREEN-BORROWER.
           MOVE "S"             TO OFAC-FUNCTION.
           MOVE "B"             TO OFAC-PARTY-TYPE.
           MOVE XFO-ACC         TO OFAC-PARTY-ID.
           MOVE XFO-CUST-NAME   TO OFAC-NAME.
           MOVE XFO-CUST-ADDR   TO OFAC-ADDR.
           MOVE "xfrin"         TO OFAC-CALLER.
           CALL "ofacchk" USING OFAC-PARAMS.
           IF OFAC-HIT
               ADD 1 TO WS-OFAC-HELD-COUNTER
               MOVE "OFAC REVIEW HOLD" TO WS-REJECT-REASON
           END-IF.

       400-WRITE-MASTERS.
           MOVE XFO-ACC            TO LOAN-ACCT-NO.
           MOVE XFO-CUST-NAME      TO LOAN-CUST-NAME.
           MOVE XFO-CUST-ADDR      TO LOAN-CUST-ADDR.
           MOVE XFO-ORIG-PRIN      TO LOAN-ORIG-PRIN.
           MOVE XFO-INT-RATE       TO LOAN-INT-RATE.
           MOVE XFO-TERM-YEARS     TO LOAN-TERM-YEARS.
           MOVE XFO-ORIG-DATE      TO LOAN-ORIG-DATE.
           MOVE "A"                TO LOAN-STATUS.
           MOVE XFO-NEW-INVESTOR   TO LOAN-INVESTOR-CODE.
      * The seller's product codes mean nothing here; the loan
      * prices under the "STD" default until maintenance assigns
      * one, and its ARM, interest-only and balloon terms are set
      * up the same way.
           MOVE SPACES             TO LOAN-PRODUCT-CODE.
           MOVE SPACE              TO LOAN-PMI-STOP-FLAG.
           MOVE 0                  TO LOAN-ARM-RESET-MONTHS.
           MOVE 0                  TO LOAN-ARM-RATE-ADJ.
           MOVE 0                  TO LOAN-ARM-RATE-CAP.
           MOVE SPACES             TO LOAN-RATE-INDEX.
           MOVE 0                  TO LOAN-INDEX-MARGIN.
           MOVE 0                  TO LOAN-IO-MONTHS.
           MOVE 0                  TO LOAN-BALLOON-TERM.
           MOVE 0                  TO LOAN-DRAW-END-DATE.
           MOVE 0                  TO LOAN-REPAY-TERM.
           MOVE 0                  TO LOAN-CONV-PRIN.
           MOVE "I"                TO LOAN-ACCT-TYPE.
           MOVE 0                  TO LOAN-CREDIT-LIMIT.
           MOVE 0                  TO LOAN-CURR-BALANCE.
      * Where the seller left it: the principal owed, the date it
      * is paid through, and the day the installment falls due.
           MOVE XFO-ACTUAL-BAL     TO LOAN-ACTUAL-BALANCE.
           MOVE XFO-PAID-THRU-DATE TO LOAN-PAID-THRU-DATE.
           MOVE XFO-DUE-DAY        TO LOAN-DUE-DAY.
           MOVE 0                  TO LOAN-DUE-DAY-CHG-DATE.
           MOVE WS-BOARD-COMPANY   TO LOAN-COMPANY-CODE.
           WRITE LOAN-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ACCOUNT" TO WS-REJECT-REASON
                   PERFORM 800-REJECT-LOAN
               NOT INVALID KEY
                   PERFORM 420-ESTABLISH-ACCOUNT
           END-WRITE.

       420-ESTABLISH-ACCOUNT.
           MOVE SPACES         TO PRICING-REC.
           MOVE XFO-ACC        TO PRICE-ACC.
           MOVE XFO-ORIG-PRIN  TO PRICE-AMT.
           MOVE XFO-INT-RATE   TO PRICE-INT.
           MOVE XFO-TERM-YEARS TO PRICE-YEAR.
           WRITE PRICING-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * The seller's escrow balance opens the ledger; a stale
      * record left under the number is replaced by it.
           MOVE XFO-ACC        TO ESCROW-ACCT-NO.
           MOVE XFO-ESCROW-BAL TO ESCROW-BALANCE.
           WRITE ESCROW-LEDGER-REC
               INVALID KEY
                   REWRITE ESCROW-LEDGER-REC
           END-WRITE.

           PERFORM 430-WRITE-OPENING-ENTRY.

           MOVE SPACES  TO DELTA-REC.
           MOVE XFO-ACC TO DELTA-ACC.
           WRITE DELTA-REC.

           MOVE SPACES  TO CORR-QUEUE-REC.
           MOVE "HELLO" TO CRQ-TEMPLATE.
           MOVE XFO-ACC TO CRQ-ACC.
           WRITE CORR-QUEUE-REC.

           ADD 1 TO WS-BRD-COUNT.
           MOVE XFO-ACC TO WS-BRD-ACC(WS-BRD-COUNT).
           ADD 1              TO WS-BOARDED-COUNTER.
           ADD XFO-ACTUAL-BAL TO WS-BOARDED-PRIN.
           ADD XFO-ESCROW-BAL TO WS-BOARDED-ESCROW.
           MOVE "BOARDED" TO WS-DTL-ACTION.
           PERFORM 700-WRITE-DETAIL.

       430-WRITE-OPENING-ENTRY.
      * The principal owed at the seller opens the ledger, as
      * ledgconv's OPENING entry does, so LOAN-ACTUAL-BALANCE can be
      * proven from its entries from the first day.
           MOVE SPACES             TO TXN-REC.
           MOVE XFO-ACC            TO TXN-ACC.
           MOVE WS-RUN-DATE        TO TXN-DATE.
           MOVE 1                  TO TXN-SEQ.
           MOVE "OPENING"          TO TXN-TYPE.
           MOVE XFO-PAID-THRU-DATE TO TXN-DUE-DATE.
           MOVE 0 TO TXN-AMOUNT TXN-PRINCIPAL TXN-INTEREST
                     TXN-ESCROW TXN-FEES.
           MOVE XFO-ACTUAL-BAL     TO TXN-BALANCE.
           MOVE "XFRIN"            TO TXN-SOURCE.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   XFO-ACC
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
               END-WRITE
           END-PERFORM.

       500-LOAD-OPEN-ITEM.
      * An item whose loan did not board this run stays off
      * PAYHIST with it; it comes on when the loan does.
           MOVE "N" TO WS-BRD-FOUND.
           PERFORM VARYING WS-BRD-IDX FROM 1 BY 1
                   UNTIL WS-BRD-IDX > WS-BRD-COUNT
                      OR WS-BRD-FOUND = "Y"
               IF WS-BRD-ACC(WS-BRD-IDX) = XFI-ACC
                   MOVE "Y" TO WS-BRD-FOUND
               END-IF
           END-PERFORM.
           IF WS-BRD-FOUND = "N"
               ADD 1 TO WS-ITEM-SKIPPED
           ELSE
               IF XFI-DUE-DATE NOT NUMERIC
                       OR XFI-AMOUNT NOT NUMERIC
                       OR XFI-PAID-AMT NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD" TO WS-REJECT-REASON
                   PERFORM 810-REJECT-ITEM
               ELSE
                   PERFORM 550-WRITE-OPEN-ITEM
               END-IF
           END-IF.

       550-WRITE-OPEN-ITEM.
           MOVE SPACES       TO PAYHIST-REC.
           MOVE XFI-ACC      TO PAYHIST-ACC.
           MOVE XFI-DUE-DATE TO PAYHIST-DUE-DATE.
           MOVE 0            TO PAYHIST-PAID-DATE.
           MOVE XFI-AMOUNT   TO PAYHIST-AMOUNT.
           MOVE XFI-PAID-AMT TO PAYHIST-PAID-AMT.
           IF XFI-ITEM-TYPE = "P"
               MOVE "P" TO PAYHIST-ITEM-TYPE
           ELSE
               MOVE "R" TO PAYHIST-ITEM-TYPE
           END-IF.
           WRITE PAYHIST-REC
               INVALID KEY
                   MOVE "DUPLICATE OPEN ITEM" TO WS-REJECT-REASON
                   PERFORM 810-REJECT-ITEM
               NOT INVALID KEY
                   ADD 1 TO WS-ITEM-LOADED
           END-WRITE.

       700-WRITE-DETAIL.
           MOVE XFO-ACC        TO WS-DTL-ACC.
           MOVE 0              TO WS-DTL-PRIN.
           MOVE 0              TO WS-DTL-ESCROW.
           IF XFO-ACTUAL-BAL NUMERIC
               MOVE XFO-ACTUAL-BAL TO WS-DTL-PRIN
           END-IF.
           IF XFO-ESCROW-BAL NUMERIC
               MOVE XFO-ESCROW-BAL TO WS-DTL-ESCROW
           END-IF.
           MOVE WS-DETAIL-LINE TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

       800-REJECT-LOAN.
           ADD 1 TO WS-REJECTED-COUNTER.
           MOVE SPACES           TO XFRIN-REJECT-REC.
           MOVE "M"              TO XREJ-TYPE.
           MOVE XFO-ACC          TO XREJ-ACC.
           MOVE 0                TO XREJ-DUE-DATE.
           MOVE WS-REJECT-REASON TO XREJ-REASON.
           WRITE XFRIN-REJECT-REC.
           MOVE WS-REJECT-REASON TO WS-DTL-ACTION.
           PERFORM 700-WRITE-DETAIL.
           MOVE 4 TO RETURN-CODE.

       810-REJECT-ITEM.
      * The loan stays boarded; the item is put right by hand so
      * the aging is whole.
           ADD 1 TO WS-ITEM-REJECTED.
           MOVE SPACES           TO XFRIN-REJECT-REC.
           MOVE "P"              TO XREJ-TYPE.
           MOVE XFI-ACC          TO XREJ-ACC.
           IF XFI-DUE-DATE NUMERIC
               MOVE XFI-DUE-DATE TO XREJ-DUE-DATE
           ELSE
               MOVE 0            TO XREJ-DUE-DATE
           END-IF.
           MOVE WS-REJECT-REASON TO XREJ-REASON.
           WRITE XFRIN-REJECT-REC.
           MOVE 4 TO RETURN-CODE.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "LOANS BOARDED:"       TO WS-TOT-LABEL.
           MOVE WS-BOARDED-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "  PRINCIPAL OWED:"    TO WS-TOT-LABEL.
           MOVE WS-BOARDED-PRIN        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "  ESCROW OPENED:"     TO WS-TOT-LABEL.
           MOVE WS-BOARDED-ESCROW      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "LOANS REJECTED:"      TO WS-TOT-LABEL.
           MOVE WS-REJECTED-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "  OFAC REVIEW HOLDS:" TO WS-TOT-LABEL.
           MOVE WS-OFAC-HELD-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "OPEN ITEMS LOADED:"   TO WS-TOT-LABEL.
           MOVE WS-ITEM-LOADED         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "OPEN ITEMS REJECTED:" TO WS-TOT-LABEL.
           MOVE WS-ITEM-REJECTED       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.

           MOVE "ITEMS, LOAN REJECTED:" TO WS-TOT-LABEL.
           MOVE WS-ITEM-SKIPPED        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO XFRIN-REPORT-REC.
           WRITE XFRIN-REPORT-REC.
