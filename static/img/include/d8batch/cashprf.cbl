      ******************************************************************
      *
      * Daily Cash Proof
      * =================
      *
      * Proves the night's cash figures against each other by
      * business date instead of each step balancing only to
      * itself.  Runs after cashpost, suspwork, payrevrs, achorig,
      * achretrn, and glinterf, ahead of eonstat.  Three proofs:
      *
      * Receipts: the bank deposits - the header totals of tonight's
      * "lockbox" batches, less any batch re-transmitted after an
      * earlier night already posted it (its id stamped on
      * "lbposted" before tonight) - must equal the receipts posted
      * on "postreg" by cashpost and suspwork, plus the change in the
      * money parked on "suspense" since the last proof, plus the
      * refunds suspwork extracted to "susprfnd".  A suspwork
      * re-match posts money that leaves suspense, and a refund
      * leaves suspense the same way, so each nets out.  A batch
      * lockbox would not release shows up as the difference and is
      * listed.  The opening suspense balance is the closing one on
      * the last proof in the "cashhist" history; until there is
      * one the receipts proof is reported but not proven.
      *
      * ACH: tonight's "achdebit" drafts are carried on the step's
      * own "achldgr" draft ledger as outstanding.  Each "achret"
      * return is valued against the latest draft on the ledger for
      * its account, because the bank's return file carries no
      * amount.  A draft settles once the settlement window has
      * passed without a return.  Drafts originated = settled +
      * returned + the change in what is still outstanding; a
      * return that matches no draft cannot be valued and fails the
      * proof on its own; a returned prenote (no due date) moved no
      * money and is only counted.  A late return against a draft
      * that had already settled comes back off settled.  Settled
      * and returned drafts stay on the ledger for sixty days so a
      * late return still finds its draft.
      *
      * GL cash: the money posted to cash on "postreg" (receipts,
      * suspense receipts, less reversals) must equal the net of
      * the "gljournal" lines glinterf booked to cash, which is the
      * debit account each PAY* source carries on "glxref" - the
      * line's own company's entry where it has one, the all-company
      * entry otherwise.
      *
      * Each difference is broken out on the "cashrpt" report, a
      * line is appended to "cashhist", and the verdict goes to
      * "cashstat" for eonstat.  A difference beyond the tolerance -
      * in cents, first command-line token, default zero - fails
      * the step (return code 8) and turns eonstat RED.  The second
      * token overrides the business date (YYYYMMDD) for a rerun
      * after midnight.  A rerun for the same business date backs
      * out the ledger changes the earlier run made first.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashprf.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT POSTED-REGISTRY ASSIGN TO "lbposted"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT POSTING-REGISTER ASSIGN TO "postreg"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-POSTREG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "suspense"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REFUND-EXTRACT ASSIGN TO "susprfnd"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT DEBIT-FILE ASSIGN TO "achdebit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DEBIT-STATUS.

           SELECT RETURN-FILE ASSIGN TO "achret"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

      * The step's own ACH draft ledger; absent on the very first
      * run.
           SELECT ACH-LEDGER ASSIGN TO "achldgr"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT GL-JOURNAL ASSIGN TO "gljournal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-GLJ-STATUS.

           SELECT XREF-FILE ASSIGN TO "glxref"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-XREF-STATUS.

      * One line per proof run, kept for good; the last one before
      * tonight carries the opening suspense balance.
           SELECT PROOF-HISTORY ASSIGN TO "cashhist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CASH-STAT-FILE ASSIGN TO "cashstat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT PROOF-REPORT ASSIGN TO "cashrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors lockbox's own FD LOCKBOX-FILE layout field for
      * field; only the headers are read here.
       FD LOCKBOX-FILE.
           01 LOCKBOX-HEADER.
               05 LBH-TYPE           PIC X(01).
               05 LBH-BATCH-ID       PIC X(10).
               05 FILLER             PIC X(01).
               05 LBH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 LBH-COUNT          PIC 9(06).
               05 FILLER             PIC X(01).
               05 LBH-TOTAL          PIC 9(09)V9(02).

      * Mirrors lockbox's own FD POSTED-REGISTRY layout field for
      * field.
       FD POSTED-REGISTRY.
           01 POSTED-REC.
               05 PST-BATCH-ID       PIC X(10).
               05 FILLER             PIC X(01).
               05 PST-DATE           PIC 9(08).

      * Mirrors cashpost's own FD POSTING-REGISTER layout field for
      * field.
       FD POSTING-REGISTER.
           01 POSTING-REGISTER-REC.
               05 POSTREG-ACC        PIC X(10).
               05 FILLER             PIC X(01).
               05 POSTREG-DUE-DATE   PIC 9(08).
               05 FILLER             PIC X(01).
               05 POSTREG-PAID-DATE  PIC 9(08).
               05 FILLER             PIC X(01).
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

      * Mirrors cashpost's own FD SUSPENSE-FILE layout field for
      * field.
       FD SUSPENSE-FILE.
           01 SUSPENSE-REC.
               05 SUSP-ACC           PIC X(10).
               05 FILLER             PIC X(01).
               05 SUSP-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 SUSP-AMOUNT        PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 SUSP-REASON        PIC X(20).

      * Mirrors suspwork's own FD REFUND-EXTRACT layout field for
      * field.
       FD REFUND-EXTRACT.
           01 REFUND-REC.
               05 RFND-ACC           PIC X(10).
               05 FILLER             PIC X(01).
               05 RFND-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 RFND-AMOUNT        PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 RFND-REASON        PIC X(20).

      * Mirrors achorig's own FD DEBIT-FILE layout field for field.
       FD DEBIT-FILE.
           01 DEBIT-REC.
               05 ACH-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 ACH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACH-ABA            PIC 9(09).
               05 FILLER             PIC X(01).
               05 ACH-BANK-ACCT      PIC X(17).
               05 FILLER             PIC X(01).
               05 ACH-AMOUNT         PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 ACH-ACCT-TYPE      PIC X(01).

      * Mirrors achretrn's own FD RETURN-FILE layout field for field.
       FD RETURN-FILE.
           01 RETURN-REC.
               05 RET-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 RET-DUE-DATE       PIC 9(08).
               05 FILLER             PIC X(01).
               05 RET-REASON         PIC X(03).

      * One line per draft: O outstanding, S settled, R returned,
      * with the date it took that status and the status it held
      * before, so a rerun of the same night can back the change
      * out.
       FD ACH-LEDGER.
           01 LEDGER-REC.
               05 LDG-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 LDG-ORIG-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 LDG-AMOUNT         PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 LDG-STATUS         PIC X(01).
               05 FILLER             PIC X(01).
               05 LDG-STATUS-DATE    PIC 9(08).
               05 FILLER             PIC X(01).
               05 LDG-PRIOR-STATUS   PIC X(01).
               05 FILLER             PIC X(01).
               05 LDG-PRIOR-DATE     PIC 9(08).
               05 FILLER             PIC X(01).
               05 LDG-RET-REASON     PIC X(03).

      * Mirrors glinterf's own FD GL-JOURNAL layout field for field.
       FD GL-JOURNAL.
           01 GL-JOURNAL-REC.
               05 GLJ-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 GLJ-ACCT           PIC X(08).
               05 FILLER             PIC X(01).
               05 GLJ-DC             PIC X(01).
               05 FILLER             PIC X(01).
               05 GLJ-AMOUNT         PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 GLJ-SOURCE         PIC X(08).
               05 FILLER             PIC X(01).
               05 GLJ-COMPANY        PIC X(03).

      * Mirrors glinterf's own FD XREF-FILE layout field for field.
       FD XREF-FILE.
           01 XREF-REC.
               05 XREF-SOURCE        PIC X(08).
               05 FILLER             PIC X(01).
               05 XREF-DEBIT-ACCT    PIC X(08).
               05 FILLER             PIC X(01).
               05 XREF-CREDIT-ACCT   PIC X(08).
               05 FILLER             PIC X(01).
               05 XREF-COMPANY       PIC X(03).

       FD PROOF-HISTORY.
           01 HISTORY-REC.
               05 HST-BUS-DATE       PIC 9(08).
               05 FILLER             PIC X(01).
               05 HST-DEPOSITS       PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 HST-POSTED         PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 HST-SUSP-CLOSING   PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 HST-REFUNDED       PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 HST-ACH-ORIGINATED PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 HST-ACH-RETURNED   PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 HST-GL-CASH        PIC S9(11)V9(02)
                                     SIGN IS LEADING SEPARATE.
               05 FILLER             PIC X(01).
               05 HST-RESULT         PIC X(01).

      * Shared daily cash proof status record; see cashstat.cpy.
       FD CASH-STAT-FILE.
           COPY "cashstat.cpy".

       FD PROOF-REPORT.
           01 PROOF-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOCKBOX-STATUS   PIC X(02) VALUE "00".
           01 WS-REGISTRY-STATUS  PIC X(02) VALUE "00".
           01 WS-POSTREG-STATUS   PIC X(02) VALUE "00".
           01 WS-SUSPENSE-STATUS  PIC X(02) VALUE "00".
           01 WS-REFUND-STATUS    PIC X(02) VALUE "00".
           01 WS-DEBIT-STATUS     PIC X(02) VALUE "00".
           01 WS-RETURN-STATUS    PIC X(02) VALUE "00".
           01 WS-LEDGER-STATUS    PIC X(02) VALUE "00".
           01 WS-GLJ-STATUS       PIC X(02) VALUE "00".
           01 WS-XREF-STATUS      PIC X(02) VALUE "00".
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

      * Tolerance in cents and business-date override off the
      * command line.
           01 WS-PARM             PIC X(40) VALUE SPACES.
           01 WS-TOL-TOKEN        PIC X(09) VALUE SPACES.
           01 WS-TOL-LEN          PIC 9(02) VALUE ZEROES.
           01 WS-TOL-RJ           PIC X(09) JUSTIFIED RIGHT.
           01 WS-TOL-CENTS        PIC 9(09) VALUE ZEROES.
           01 WS-DATE-TOKEN       PIC X(08) VALUE SPACES.
           01 WS-DATE-LEN         PIC 9(02) VALUE ZEROES.
           01 WS-TOLERANCE        PIC 9(07)V9(02) VALUE ZEROES.

      * Business date and 30/360 day math, the same aging
      * arithmetic suspwork uses.
           01 WS-BUS-DATE.
               05 WS-BUS-YEAR      PIC 9(04).
               05 WS-BUS-MONTH     PIC 9(02).
               05 WS-BUS-DAY       PIC 9(02).
           01 WS-BUS-TOTAL-DAYS   PIC 9(07).
           01 WS-WRK-YEAR         PIC 9(04).
           01 WS-WRK-MMDD         PIC 9(04).
           01 WS-WRK-MONTH        PIC 9(02).
           01 WS-WRK-DAY          PIC 9(02).
           01 WS-WRK-DATE         PIC 9(08).
           01 WS-WRK-TOTAL-DAYS   PIC 9(07).
           01 WS-DAYS-SINCE       PIC S9(07).
      * A draft with no return this many days after origination
      * has settled; settled and returned drafts stay on the ledger
      * this many days for a late return to find.
           01 WS-SETTLE-DAYS      PIC 9(03) VALUE 2.
           01 WS-KEEP-DAYS        PIC 9(03) VALUE 60.

      * Tonight's lockbox batches, held while the registry says
      * which were posted tonight and which were posted before.
           01 WS-BATCH-TABLE.
               05 WS-BATCH-ENTRY OCCURS 200 TIMES.
                   10 WS-BAT-ID        PIC X(10).
                   10 WS-BAT-TOTAL     PIC 9(09)V9(02).
      * P = posted tonight, E = posted on an earlier night (a
      * re-transmission), space = not posted at all.
                   10 WS-BAT-POSTED    PIC X(01).
           01 WS-BATCH-COUNT      PIC 9(04) VALUE ZEROES.
           01 WS-BAT-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-BAT-OVERFLOW     PIC X(01) VALUE "N".

      * The draft ledger rides through storage while the returns
      * and tonight's drafts are applied to it.
           01 WS-LEDGER-TABLE.
               05 WS-LEDGER-ENTRY OCCURS 5000 TIMES.
                   10 WS-LDG-ACC          PIC X(10).
                   10 WS-LDG-ORIG-DATE    PIC 9(08).
                   10 WS-LDG-AMOUNT       PIC 9(07)V9(02).
                   10 WS-LDG-STATUS       PIC X(01).
                   10 WS-LDG-STATUS-DATE  PIC 9(08).
                   10 WS-LDG-PRIOR-STATUS PIC X(01).
                   10 WS-LDG-PRIOR-DATE   PIC 9(08).
                   10 WS-LDG-RET-REASON   PIC X(03).
           01 WS-LEDGER-COUNT     PIC 9(05) VALUE ZEROES.
           01 WS-LDG-IDX          PIC 9(05) VALUE ZEROES.
           01 WS-LDG-FOUND        PIC 9(05) VALUE ZEROES.
           01 WS-LDG-OVERFLOW     PIC X(01) VALUE "N".
           01 WS-LDG-PURGED       PIC 9(09) VALUE ZEROES.

      * Cash account per PAY* source, off the cross-reference.
           01 WS-XREF-TABLE.
               05 WS-XREF-ENTRY OCCURS 50 TIMES.
                   10 WS-XRF-SOURCE    PIC X(08).
                   10 WS-XRF-DEBIT     PIC X(08).
                   10 WS-XRF-COMPANY   PIC X(03).
           01 WS-XREF-COUNT       PIC 9(02) VALUE ZEROES.
           01 WS-XREF-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-XREF-FOUND       PIC 9(02) VALUE ZEROES.

      * Receipts proof.
           01 WS-DEPOSITS-TOTAL   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-RETRANS-COUNT    PIC 9(06) VALUE ZEROES.
           01 WS-RETRANS-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-UNPOSTED-COUNT   PIC 9(06) VALUE ZEROES.
           01 WS-POSTED-TOTAL     PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-SUSP-RECEIPTS    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-REVERSED-TOTAL   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-SUSP-OPENING     PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-SUSP-CLOSING     PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-SUSP-CHANGE      PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-OPENING-FOUND    PIC X(01) VALUE "N".
           01 WS-REFUNDED-TOTAL   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-RECEIPTS-DIFF    PIC S9(11)V9(02) VALUE ZEROES.

      * ACH proof.
           01 WS-ACH-ORIGINATED   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ACH-SETTLED      PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-ACH-RETURNED     PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ACH-OPENING      PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ACH-CLOSING      PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ACH-CHANGE       PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-ACH-DIFF         PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-DRAFT-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-STALE-DRAFTS     PIC 9(06) VALUE ZEROES.
           01 WS-RETURN-COUNT     PIC 9(06) VALUE ZEROES.
           01 WS-UNMATCHED-COUNT  PIC 9(06) VALUE ZEROES.
           01 WS-PRENOTE-RETURNS  PIC 9(06) VALUE ZEROES.

      * GL cash proof.
           01 WS-CASH-POSTED      PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-GL-CASH          PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-GL-DIFF          PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-STALE-GL-LINES   PIC 9(06) VALUE ZEROES.

      * Verdict: B balanced, O out of balance, N not proven.
           01 WS-RESULT           PIC X(01) VALUE "B".
           01 WS-RECEIPTS-RESULT  PIC X(16) VALUE SPACES.
           01 WS-ACH-RESULT       PIC X(16) VALUE SPACES.
           01 WS-GL-RESULT        PIC X(16) VALUE SPACES.
           01 WS-CHECK-DIFF       PIC S9(11)V9(02) VALUE ZEROES.

           01 WS-AMOUNT-LINE.
               05 WS-AMT-LABEL     PIC X(40).
               05 WS-AMT-VALUE     PIC -(11)9.99.

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL     PIC X(40).
               05 WS-CNT-VALUE     PIC Z(14)9.

           01 WS-STATUS-LINE.
               05 WS-STA-LABEL     PIC X(40).
               05 WS-STA-TEXT      PIC X(16).

           01 WS-EXCEPTION-LINE.
               05 WS-EXC-TYPE      PIC X(22).
               05 WS-EXC-KEY       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-DATE      PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-AMOUNT    PIC Z(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-NOTE      PIC X(20).

       PROCEDURE DIVISION.
           ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL " "
               INTO WS-TOL-TOKEN COUNT IN WS-TOL-LEN
                    WS-DATE-TOKEN COUNT IN WS-DATE-LEN
           END-UNSTRING.
           IF WS-TOL-LEN > 0 AND WS-TOL-LEN <= 9
               MOVE SPACES TO WS-TOL-RJ
               MOVE WS-TOL-TOKEN(1:WS-TOL-LEN) TO WS-TOL-RJ
               INSPECT WS-TOL-RJ REPLACING LEADING SPACE BY "0"
               IF WS-TOL-RJ NUMERIC
                   MOVE WS-TOL-RJ TO WS-TOL-CENTS
                   COMPUTE WS-TOLERANCE = WS-TOL-CENTS / 100
               END-IF
           END-IF.
           IF WS-DATE-LEN = 8 AND WS-DATE-TOKEN NUMERIC
               MOVE WS-DATE-TOKEN TO WS-BUS-DATE
           END-IF.
           COMPUTE WS-BUS-TOTAL-DAYS =
                   WS-BUS-YEAR * 360 + WS-BUS-MONTH * 30 + WS-BUS-DAY.

      * Last night's verdict must not outlive a refused run.
           OPEN OUTPUT CASH-STAT-FILE.
           CLOSE CASH-STAT-FILE.

           OPEN OUTPUT PROOF-REPORT.
           MOVE "DAILY CASH PROOF" TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "BUSINESS DATE:" TO WS-CNT-LABEL.
           MOVE WS-BUS-DATE      TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "TOLERANCE:"     TO WS-AMT-LABEL.
           MOVE WS-TOLERANCE     TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "EXCEPTIONS" TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

           PERFORM 100-TOTAL-DEPOSITS.
           IF WS-BAT-OVERFLOW = "Y"
               DISPLAY "LOCKBOX BATCH TABLE FULL, RUN REFUSED"
               CLOSE PROOF-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-TOTAL-POSTINGS.
           PERFORM 250-TOTAL-SUSPENSE.
           PERFORM 270-FIND-OPENING-SUSPENSE.

           PERFORM 300-LOAD-ACH-LEDGER.
           IF WS-LDG-OVERFLOW = "N"
               PERFORM 320-APPLY-RETURNS
               PERFORM 340-SETTLE-DRAFTS
               PERFORM 360-ADD-DRAFTS
           END-IF.
           IF WS-LDG-OVERFLOW = "Y"
               DISPLAY "ACH LEDGER TABLE FULL, RUN REFUSED"
               CLOSE PROOF-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 400-TOTAL-GL-CASH.
           PERFORM 500-PROVE.
           PERFORM 600-WRITE-PROOF.
           CLOSE PROOF-REPORT.
           PERFORM 700-WRITE-HISTORY.
           PERFORM 750-WRITE-STATUS.
           PERFORM 800-SAVE-ACH-LEDGER.

           DISPLAY "CASH PROOF " WS-BUS-DATE ": " WS-RECEIPTS-RESULT
                   " / " WS-ACH-RESULT " / " WS-GL-RESULT.
           EVALUATE WS-RESULT
               WHEN "O"
                   MOVE 8 TO RETURN-CODE
               WHEN "N"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       100-TOTAL-DEPOSITS.
      * Every batch the bank sent tonight is money deposited -
      * except a re-transmission of one an earlier night already
      * posted.  A batch lockbox would not release is deposited
      * all the same and shows up as the difference.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS = "35"
               MOVE "LOCKBOX FILE NOT PRESENT" TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOCKBOX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LBH-TYPE = "H"
                           IF WS-BATCH-COUNT < 200
                               ADD 1 TO WS-BATCH-COUNT
                               MOVE LBH-BATCH-ID
                                   TO WS-BAT-ID(WS-BATCH-COUNT)
                               MOVE LBH-TOTAL
                                   TO WS-BAT-TOTAL(WS-BATCH-COUNT)
                               MOVE SPACE
                                   TO WS-BAT-POSTED(WS-BATCH-COUNT)
                           ELSE
                               MOVE "Y" TO WS-BAT-OVERFLOW
                               MOVE "Y" TO WS-EOF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCKBOX-FILE
           END-IF.
           IF WS-BAT-OVERFLOW = "N"
               PERFORM 150-MARK-POSTED-BATCHES
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                   EVALUATE WS-BAT-POSTED(WS-BAT-IDX)
                       WHEN "E"
                           ADD 1 TO WS-RETRANS-COUNT
                           ADD WS-BAT-TOTAL(WS-BAT-IDX)
                               TO WS-RETRANS-TOTAL
                       WHEN "P"
                           ADD WS-BAT-TOTAL(WS-BAT-IDX)
                               TO WS-DEPOSITS-TOTAL
                       WHEN OTHER
                           ADD WS-BAT-TOTAL(WS-BAT-IDX)
                               TO WS-DEPOSITS-TOTAL
                           ADD 1 TO WS-UNPOSTED-COUNT
                           MOVE SPACES TO WS-EXCEPTION-LINE
                           MOVE "BATCH NOT POSTED"   TO WS-EXC-TYPE
                           MOVE WS-BAT-ID(WS-BAT-IDX) TO WS-EXC-KEY
                           MOVE WS-BUS-DATE           TO WS-EXC-DATE
                           MOVE WS-BAT-TOTAL(WS-BAT-IDX)
                               TO WS-EXC-AMOUNT
                           MOVE "SEE LOCKRPT"         TO WS-EXC-NOTE
                           MOVE WS-EXCEPTION-LINE TO PROOF-REPORT-REC
                           WRITE PROOF-REPORT-REC
                   END-EVALUATE
               END-PERFORM
           END-IF.

       150-MARK-POSTED-BATCHES.
      * A registry stamp dated tonight is lockbox releasing the
      * batch; one dated earlier makes tonight's copy a
      * re-transmission that lockbox refused as a duplicate.
           OPEN INPUT POSTED-REGISTRY.
           IF WS-REGISTRY-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ POSTED-REGISTRY
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                               UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                           IF WS-BAT-ID(WS-BAT-IDX) = PST-BATCH-ID
                               IF PST-DATE < WS-BUS-DATE
                                   MOVE "E" TO WS-BAT-POSTED(WS-BAT-IDX)
                               ELSE
                                   IF WS-BAT-POSTED(WS-BAT-IDX) = SPACE
                                       MOVE "P"
                                         TO WS-BAT-POSTED(WS-BAT-IDX)
                                   END-IF
                               END-IF
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE POSTED-REGISTRY
           END-IF.

       200-TOTAL-POSTINGS.
      * Receipt postings - cashpost's and suspwork's alike - are
      * what the deposits paid; a SUSPENSE line is money parked,
      * counted through the suspense balance instead; a REVERSED
      * line is not tonight's deposit at all but comes off the cash
      * the GL books.
           OPEN INPUT POSTING-REGISTER.
           IF WS-POSTREG-STATUS = "35"
               MOVE "POSTING REGISTER NOT PRESENT" TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ POSTING-REGISTER
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE POSTREG-ACTION
                           WHEN "SUSPENSE"
                               ADD POSTREG-AMOUNT TO WS-SUSP-RECEIPTS
                           WHEN "REVERSED"
                           WHEN "CORPREVD"
                               ADD POSTREG-AMOUNT TO WS-REVERSED-TOTAL
                           WHEN OTHER
                               ADD POSTREG-AMOUNT TO WS-POSTED-TOTAL
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE POSTING-REGISTER
           END-IF.
           COMPUTE WS-CASH-POSTED = WS-POSTED-TOTAL + WS-SUSP-RECEIPTS
                   - WS-REVERSED-TOTAL.

       250-TOTAL-SUSPENSE.
      * What is parked after suspwork has worked the file, and what
      * suspwork sent back tonight.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD SUSP-AMOUNT TO WS-SUSP-CLOSING
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           OPEN INPUT REFUND-EXTRACT.
           IF WS-REFUND-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REFUND-EXTRACT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD RFND-AMOUNT TO WS-REFUNDED-TOTAL
                   END-READ
               END-PERFORM
               CLOSE REFUND-EXTRACT
           END-IF.

       270-FIND-OPENING-SUSPENSE.
      * The closing balance of the last proof before tonight; a
      * rerun of tonight's proof skips tonight's own earlier line.
           OPEN INPUT PROOF-HISTORY.
           IF WS-HISTORY-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PROOF-HISTORY
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HST-BUS-DATE < WS-BUS-DATE
                           MOVE HST-SUSP-CLOSING TO WS-SUSP-OPENING
                           MOVE "Y" TO WS-OPENING-FOUND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PROOF-HISTORY
           END-IF.

       300-LOAD-ACH-LEDGER.
      * A draft originated tonight comes back in off achdebit, and
      * a status taken tonight reverts, so a rerun starts from the
      * ledger as the night began.  Settled and returned drafts
      * past the keep window drop off here.
           OPEN INPUT ACH-LEDGER.
           IF WS-LEDGER-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ACH-LEDGER
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 310-LOAD-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ACH-LEDGER
           END-IF.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               IF WS-LDG-STATUS(WS-LDG-IDX) = "O"
                   ADD WS-LDG-AMOUNT(WS-LDG-IDX) TO WS-ACH-OPENING
               END-IF
           END-PERFORM.

       310-LOAD-LEDGER-ENTRY.
           IF LDG-ORIG-DATE = WS-BUS-DATE
               CONTINUE
           ELSE
               IF LDG-STATUS-DATE = WS-BUS-DATE
                   MOVE LDG-PRIOR-STATUS TO LDG-STATUS
                   MOVE LDG-PRIOR-DATE   TO LDG-STATUS-DATE
                   IF LDG-STATUS NOT = "R"
                       MOVE SPACES TO LDG-RET-REASON
                   END-IF
               END-IF
               MOVE LDG-STATUS-DATE TO WS-WRK-DATE
               PERFORM 900-DAYS-SINCE
               IF LDG-STATUS NOT = "O"
                  AND WS-DAYS-SINCE > WS-KEEP-DAYS
                   ADD 1 TO WS-LDG-PURGED
               ELSE
                   IF WS-LEDGER-COUNT < 5000
                       ADD 1 TO WS-LEDGER-COUNT
                       MOVE LDG-ACC
                           TO WS-LDG-ACC(WS-LEDGER-COUNT)
                       MOVE LDG-ORIG-DATE
                           TO WS-LDG-ORIG-DATE(WS-LEDGER-COUNT)
                       MOVE LDG-AMOUNT
                           TO WS-LDG-AMOUNT(WS-LEDGER-COUNT)
                       MOVE LDG-STATUS
                           TO WS-LDG-STATUS(WS-LEDGER-COUNT)
                       MOVE LDG-STATUS-DATE
                           TO WS-LDG-STATUS-DATE(WS-LEDGER-COUNT)
                       MOVE LDG-STATUS
                           TO WS-LDG-PRIOR-STATUS(WS-LEDGER-COUNT)
                       MOVE LDG-STATUS-DATE
                           TO WS-LDG-PRIOR-DATE(WS-LEDGER-COUNT)
                       MOVE LDG-RET-REASON
                           TO WS-LDG-RET-REASON(WS-LEDGER-COUNT)
                   ELSE
      * A draft the table cannot hold would vanish from the ledger
      * when it is saved; refuse the run instead.
                       MOVE "Y" TO WS-LDG-OVERFLOW
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-IF
           END-IF.

       320-APPLY-RETURNS.
      * Each return takes the latest unreturned draft originated
      * before tonight for its account; one that finds none cannot
      * be valued and is listed.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RETURN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
      * A returned prenote carries no due date and moved no money.
                       IF RET-DUE-DATE = 0
                           ADD 1 TO WS-PRENOTE-RETURNS
                       ELSE
                           ADD 1 TO WS-RETURN-COUNT
                           PERFORM 330-MATCH-RETURN
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       330-MATCH-RETURN.
           MOVE 0 TO WS-LDG-FOUND.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               IF WS-LDG-ACC(WS-LDG-IDX) = RET-ACC
                  AND WS-LDG-STATUS(WS-LDG-IDX) NOT = "R"
                  AND WS-LDG-ORIG-DATE(WS-LDG-IDX) < WS-BUS-DATE
                   IF WS-LDG-FOUND = 0
                       MOVE WS-LDG-IDX TO WS-LDG-FOUND
                   ELSE
                       IF WS-LDG-ORIG-DATE(WS-LDG-IDX)
                               > WS-LDG-ORIG-DATE(WS-LDG-FOUND)
                           MOVE WS-LDG-IDX TO WS-LDG-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LDG-FOUND = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               MOVE "ACH RETURN NO DRAFT"  TO WS-EXC-TYPE
               MOVE RET-ACC                TO WS-EXC-KEY
               MOVE RET-DUE-DATE           TO WS-EXC-DATE
               MOVE 0                      TO WS-EXC-AMOUNT
               MOVE RET-REASON             TO WS-EXC-NOTE
               MOVE WS-EXCEPTION-LINE TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
           ELSE
      * A late return on a draft that already settled takes it
      * back off settled.
               IF WS-LDG-STATUS(WS-LDG-FOUND) = "S"
                   SUBTRACT WS-LDG-AMOUNT(WS-LDG-FOUND)
                       FROM WS-ACH-SETTLED
               END-IF
               ADD WS-LDG-AMOUNT(WS-LDG-FOUND) TO WS-ACH-RETURNED
               MOVE "R"         TO WS-LDG-STATUS(WS-LDG-FOUND)
               MOVE WS-BUS-DATE TO WS-LDG-STATUS-DATE(WS-LDG-FOUND)
               MOVE RET-REASON  TO WS-LDG-RET-REASON(WS-LDG-FOUND)
           END-IF.

       340-SETTLE-DRAFTS.
      * An outstanding draft past the settlement window with no
      * return against it has settled.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               IF WS-LDG-STATUS(WS-LDG-IDX) = "O"
                   MOVE WS-LDG-ORIG-DATE(WS-LDG-IDX) TO WS-WRK-DATE
                   PERFORM 900-DAYS-SINCE
                   IF WS-DAYS-SINCE >= WS-SETTLE-DAYS
                       ADD WS-LDG-AMOUNT(WS-LDG-IDX) TO WS-ACH-SETTLED
                       MOVE "S"         TO WS-LDG-STATUS(WS-LDG-IDX)
                       MOVE WS-BUS-DATE
                           TO WS-LDG-STATUS-DATE(WS-LDG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       360-ADD-DRAFTS.
      * Tonight's drafts go on the ledger outstanding.  A file
      * dated some other night is last night's left behind by an
      * achorig that did not run; its drafts are already on the
      * ledger and are only counted.
           OPEN INPUT DEBIT-FILE.
           IF WS-DEBIT-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ DEBIT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ACH-DATE NOT = WS-BUS-DATE
                           ADD 1 TO WS-STALE-DRAFTS
                       ELSE
                           IF WS-LEDGER-COUNT < 5000
                               ADD 1 TO WS-LEDGER-COUNT
                               ADD 1 TO WS-DRAFT-COUNT
                               ADD ACH-AMOUNT TO WS-ACH-ORIGINATED
                               MOVE ACH-ACC
                                 TO WS-LDG-ACC(WS-LEDGER-COUNT)
                               MOVE ACH-DATE
                                 TO WS-LDG-ORIG-DATE(WS-LEDGER-COUNT)
                               MOVE ACH-AMOUNT
                                 TO WS-LDG-AMOUNT(WS-LEDGER-COUNT)
                               MOVE "O"
                                 TO WS-LDG-STATUS(WS-LEDGER-COUNT)
                               MOVE WS-BUS-DATE
                                 TO WS-LDG-STATUS-DATE(WS-LEDGER-COUNT)
                               MOVE "O"
                                 TO WS-LDG-PRIOR-STATUS(WS-LEDGER-COUNT)
                               MOVE WS-BUS-DATE
                                 TO WS-LDG-PRIOR-DATE(WS-LEDGER-COUNT)
                               MOVE SPACES
                                 TO WS-LDG-RET-REASON(WS-LEDGER-COUNT)
                           ELSE
                               MOVE "Y" TO WS-LDG-OVERFLOW
                               MOVE "Y" TO WS-EOF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBIT-FILE
           END-IF.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               IF WS-LDG-STATUS(WS-LDG-IDX) = "O"
                   ADD WS-LDG-AMOUNT(WS-LDG-IDX) TO WS-ACH-CLOSING
               END-IF
           END-PERFORM.

       400-TOTAL-GL-CASH.
      * Cash is the debit account on each PAY* source's
      * cross-reference entry: a line booked to it debit adds, one
      * booked credit (a night that reversed more than it posted)
      * takes away.  Only tonight's journal counts - glinterf
      * leaves last night's in place when its batch does not prove.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS NOT = "35"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                      OR WS-XREF-COUNT >= 50
                   READ XREF-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF XREF-SOURCE(1:3) = "PAY"
                           ADD 1 TO WS-XREF-COUNT
                           MOVE XREF-SOURCE
                               TO WS-XRF-SOURCE(WS-XREF-COUNT)
                           MOVE XREF-DEBIT-ACCT
                               TO WS-XRF-DEBIT(WS-XREF-COUNT)
                           MOVE XREF-COMPANY
                               TO WS-XRF-COMPANY(WS-XREF-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.
           OPEN INPUT GL-JOURNAL.
           IF WS-GLJ-STATUS = "35"
               MOVE "GL JOURNAL NOT PRESENT" TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ GL-JOURNAL
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GLJ-DATE NOT = WS-BUS-DATE
                           ADD 1 TO WS-STALE-GL-LINES
                       ELSE
                           PERFORM 410-ADD-CASH-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF.

       410-ADD-CASH-LINE.
      * The company's own entry first, as glinterf staged it; a
      * journal from before companies carries none and is house.
           IF GLJ-COMPANY = SPACES
               MOVE "001" TO GLJ-COMPANY
           END-IF.
           MOVE 0 TO WS-XREF-FOUND.
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
                      OR WS-XREF-FOUND > 0
               IF WS-XRF-SOURCE(WS-XREF-IDX) = GLJ-SOURCE
                  AND WS-XRF-COMPANY(WS-XREF-IDX) = GLJ-COMPANY
                   MOVE WS-XREF-IDX TO WS-XREF-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
                   UNTIL WS-XREF-IDX > WS-XREF-COUNT
                      OR WS-XREF-FOUND > 0
               IF WS-XRF-SOURCE(WS-XREF-IDX) = GLJ-SOURCE
                  AND WS-XRF-COMPANY(WS-XREF-IDX) = SPACES
                   MOVE WS-XREF-IDX TO WS-XREF-FOUND
               END-IF
           END-PERFORM.
           IF WS-XREF-FOUND > 0
               IF GLJ-ACCT = WS-XRF-DEBIT(WS-XREF-FOUND)
                   IF GLJ-DC = "D"
                       ADD GLJ-AMOUNT TO WS-GL-CASH
                   ELSE
                       SUBTRACT GLJ-AMOUNT FROM WS-GL-CASH
                   END-IF
               END-IF
           END-IF.

       500-PROVE.
      * Each proof stands on its own; any one out of balance fails
      * the night, and a receipts proof with no opening balance is
      * reported without a verdict.
           COMPUTE WS-SUSP-CHANGE = WS-SUSP-CLOSING - WS-SUSP-OPENING.
           COMPUTE WS-RECEIPTS-DIFF = WS-DEPOSITS-TOTAL
                   - WS-POSTED-TOTAL - WS-SUSP-CHANGE
                   - WS-REFUNDED-TOTAL.
           COMPUTE WS-ACH-CHANGE = WS-ACH-CLOSING - WS-ACH-OPENING.
           COMPUTE WS-ACH-DIFF = WS-ACH-ORIGINATED - WS-ACH-SETTLED
                   - WS-ACH-RETURNED - WS-ACH-CHANGE.
           COMPUTE WS-GL-DIFF = WS-CASH-POSTED - WS-GL-CASH.

           MOVE "IN BALANCE" TO WS-RECEIPTS-RESULT.
           MOVE WS-RECEIPTS-DIFF TO WS-CHECK-DIFF.
           IF WS-OPENING-FOUND = "N"
               MOVE "NOT PROVEN" TO WS-RECEIPTS-RESULT
               IF WS-RESULT = "B"
                   MOVE "N" TO WS-RESULT
               END-IF
           ELSE
               IF WS-CHECK-DIFF > WS-TOLERANCE
                  OR WS-CHECK-DIFF < 0 - WS-TOLERANCE
                   MOVE "OUT OF BALANCE" TO WS-RECEIPTS-RESULT
                   MOVE "O" TO WS-RESULT
               END-IF
           END-IF.

           MOVE "IN BALANCE" TO WS-ACH-RESULT.
           MOVE WS-ACH-DIFF TO WS-CHECK-DIFF.
           IF WS-CHECK-DIFF > WS-TOLERANCE
              OR WS-CHECK-DIFF < 0 - WS-TOLERANCE
              OR WS-UNMATCHED-COUNT > 0
               MOVE "OUT OF BALANCE" TO WS-ACH-RESULT
               MOVE "O" TO WS-RESULT
           END-IF.

           MOVE "IN BALANCE" TO WS-GL-RESULT.
           MOVE WS-GL-DIFF TO WS-CHECK-DIFF.
           IF WS-CHECK-DIFF > WS-TOLERANCE
              OR WS-CHECK-DIFF < 0 - WS-TOLERANCE
               MOVE "OUT OF BALANCE" TO WS-GL-RESULT
               MOVE "O" TO WS-RESULT
           END-IF.

       600-WRITE-PROOF.
           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "RECEIPTS PROOF" TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "  DEPOSITS RECEIVED (LOCKBOX)" TO WS-AMT-LABEL.
           MOVE WS-DEPOSITS-TOTAL TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  RECEIPTS POSTED" TO WS-AMT-LABEL.
           MOVE WS-POSTED-TOTAL TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  SUSPENSE OPENING" TO WS-AMT-LABEL.
           MOVE WS-SUSP-OPENING TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  SUSPENSE CLOSING" TO WS-AMT-LABEL.
           MOVE WS-SUSP-CLOSING TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  SUSPENDED (NET CHANGE)" TO WS-AMT-LABEL.
           MOVE WS-SUSP-CHANGE TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  REFUNDED" TO WS-AMT-LABEL.
           MOVE WS-REFUNDED-TOTAL TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  DIFFERENCE" TO WS-AMT-LABEL.
           MOVE WS-RECEIPTS-DIFF TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  BATCHES NOT POSTED" TO WS-CNT-LABEL.
           MOVE WS-UNPOSTED-COUNT TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  RE-TRANSMITTED BATCHES EXCLUDED" TO WS-CNT-LABEL.
           MOVE WS-RETRANS-COUNT TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  RE-TRANSMITTED AMOUNT EXCLUDED" TO WS-AMT-LABEL.
           MOVE WS-RETRANS-TOTAL TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  RESULT" TO WS-STA-LABEL.
           MOVE WS-RECEIPTS-RESULT TO WS-STA-TEXT.
           PERFORM 697-WRITE-STATUS.

           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "ACH PROOF" TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "  ORIGINATED (ACHDEBIT)" TO WS-AMT-LABEL.
           MOVE WS-ACH-ORIGINATED TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  SETTLED" TO WS-AMT-LABEL.
           MOVE WS-ACH-SETTLED TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  RETURNED (ACHRET)" TO WS-AMT-LABEL.
           MOVE WS-ACH-RETURNED TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  OUTSTANDING OPENING" TO WS-AMT-LABEL.
           MOVE WS-ACH-OPENING TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  OUTSTANDING CLOSING" TO WS-AMT-LABEL.
           MOVE WS-ACH-CLOSING TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  DIFFERENCE" TO WS-AMT-LABEL.
           MOVE WS-ACH-DIFF TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  DRAFTS ORIGINATED" TO WS-CNT-LABEL.
           MOVE WS-DRAFT-COUNT TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  RETURNS RECEIVED" TO WS-CNT-LABEL.
           MOVE WS-RETURN-COUNT TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  RETURNS MATCHING NO DRAFT" TO WS-CNT-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  PRENOTE RETURNS (NO MONEY)" TO WS-CNT-LABEL.
           MOVE WS-PRENOTE-RETURNS TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  DRAFTS DATED ANOTHER NIGHT" TO WS-CNT-LABEL.
           MOVE WS-STALE-DRAFTS TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  RESULT" TO WS-STA-LABEL.
           MOVE WS-ACH-RESULT TO WS-STA-TEXT.
           PERFORM 697-WRITE-STATUS.

           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "GL CASH PROOF" TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "  RECEIPTS POSTED" TO WS-AMT-LABEL.
           MOVE WS-POSTED-TOTAL TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  SUSPENSE RECEIPTS" TO WS-AMT-LABEL.
           MOVE WS-SUSP-RECEIPTS TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  REVERSALS" TO WS-AMT-LABEL.
           MOVE WS-REVERSED-TOTAL TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  POSTED TO CASH" TO WS-AMT-LABEL.
           MOVE WS-CASH-POSTED TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  GL CASH DEBIT (GLJOURNAL)" TO WS-AMT-LABEL.
           MOVE WS-GL-CASH TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  DIFFERENCE" TO WS-AMT-LABEL.
           MOVE WS-GL-DIFF TO WS-AMT-VALUE.
           PERFORM 690-WRITE-AMOUNT.
           MOVE "  JOURNAL LINES DATED ANOTHER NIGHT" TO WS-CNT-LABEL.
           MOVE WS-STALE-GL-LINES TO WS-CNT-VALUE.
           PERFORM 695-WRITE-COUNT.
           MOVE "  RESULT" TO WS-STA-LABEL.
           MOVE WS-GL-RESULT TO WS-STA-TEXT.
           PERFORM 697-WRITE-STATUS.

           MOVE SPACES TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.
           MOVE "CASH PROOF:" TO WS-STA-LABEL.
           EVALUATE WS-RESULT
               WHEN "O"
                   MOVE "OUT OF BALANCE" TO WS-STA-TEXT
               WHEN "N"
                   MOVE "NOT PROVEN" TO WS-STA-TEXT
               WHEN OTHER
                   MOVE "IN BALANCE" TO WS-STA-TEXT
           END-EVALUATE.
           PERFORM 697-WRITE-STATUS.

       690-WRITE-AMOUNT.
           MOVE WS-AMOUNT-LINE TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

       695-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

       697-WRITE-STATUS.
           MOVE WS-STATUS-LINE TO PROOF-REPORT-REC.
           WRITE PROOF-REPORT-REC.

       700-WRITE-HISTORY.
           OPEN EXTEND PROOF-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT PROOF-HISTORY
           END-IF.
           MOVE SPACES             TO HISTORY-REC.
           MOVE WS-BUS-DATE        TO HST-BUS-DATE.
           MOVE WS-DEPOSITS-TOTAL  TO HST-DEPOSITS.
           MOVE WS-POSTED-TOTAL    TO HST-POSTED.
           MOVE WS-SUSP-CLOSING    TO HST-SUSP-CLOSING.
           MOVE WS-REFUNDED-TOTAL  TO HST-REFUNDED.
           MOVE WS-ACH-ORIGINATED  TO HST-ACH-ORIGINATED.
           MOVE WS-ACH-RETURNED    TO HST-ACH-RETURNED.
           MOVE WS-GL-CASH         TO HST-GL-CASH.
           MOVE WS-RESULT          TO HST-RESULT.
           WRITE HISTORY-REC.
           CLOSE PROOF-HISTORY.

       750-WRITE-STATUS.
           OPEN OUTPUT CASH-STAT-FILE.
           MOVE SPACES             TO CASH-STAT-REC.
           MOVE WS-BUS-DATE        TO CSTA-BUS-DATE.
           MOVE WS-RECEIPTS-DIFF   TO CSTA-RECEIPTS-DIFF.
           MOVE WS-ACH-DIFF        TO CSTA-ACH-DIFF.
           MOVE WS-GL-DIFF         TO CSTA-GL-DIFF.
           MOVE WS-UNMATCHED-COUNT TO CSTA-UNMATCHED.
           MOVE WS-RESULT          TO CSTA-RESULT.
           WRITE CASH-STAT-REC.
           CLOSE CASH-STAT-FILE.

       800-SAVE-ACH-LEDGER.
           OPEN OUTPUT ACH-LEDGER.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                   UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
               MOVE SPACES TO LEDGER-REC
               MOVE WS-LDG-ACC(WS-LDG-IDX)          TO LDG-ACC
               MOVE WS-LDG-ORIG-DATE(WS-LDG-IDX)    TO LDG-ORIG-DATE
               MOVE WS-LDG-AMOUNT(WS-LDG-IDX)       TO LDG-AMOUNT
               MOVE WS-LDG-STATUS(WS-LDG-IDX)       TO LDG-STATUS
               MOVE WS-LDG-STATUS-DATE(WS-LDG-IDX)  TO LDG-STATUS-DATE
               MOVE WS-LDG-PRIOR-STATUS(WS-LDG-IDX) TO LDG-PRIOR-STATUS
               MOVE WS-LDG-PRIOR-DATE(WS-LDG-IDX)   TO LDG-PRIOR-DATE
               MOVE WS-LDG-RET-REASON(WS-LDG-IDX)   TO LDG-RET-REASON
               WRITE LEDGER-REC
           END-PERFORM.
           CLOSE ACH-LEDGER.

       900-DAYS-SINCE.
      * Days from WS-WRK-DATE to the business date, 30/360.
           DIVIDE WS-WRK-DATE BY 10000
               GIVING WS-WRK-YEAR
               REMAINDER WS-WRK-MMDD.
           DIVIDE WS-WRK-MMDD BY 100
               GIVING WS-WRK-MONTH
               REMAINDER WS-WRK-DAY.
           COMPUTE WS-WRK-TOTAL-DAYS =
                   WS-WRK-YEAR * 360 + WS-WRK-MONTH * 30
                   + WS-WRK-DAY.
           COMPUTE WS-DAYS-SINCE =
                   WS-BUS-TOTAL-DAYS - WS-WRK-TOTAL-DAYS.
