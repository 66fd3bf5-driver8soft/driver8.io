      * already carry the foreclosure status), "M" records a dated
      * milestone (D demand, L first legal, J judgment, S sale, in
      * that order only), and "D" closes the record when the file
      * closes.  Recording the sale writes the account's loss basis
      * to "fcloss" - the actual balance on LOANMSTR (the SCHEDMST
      * scheduled balance, or the original principal, for a loan
      * not yet on the LOANTXN ledger) alongside the unrecovered
      * corporate advances on CORPADV and servicer P&I advances on
      * PIADVNC - so the loss calculation starts from everything
      * the servicer is out.  The sale also opens the property's
      * REO asset record on REOMSTR for reomaint to carry from
      * there: the acquisition date, the address and state off
      * COLLMSTR, the current valuation less estimated selling
      * costs as the carrying value, and the balance it was taken
      * back against.  Every run ends with the aging report on
      * "fcrpt": how long each account has sat at its current
      * milestone, with anything over the stall window flagged so
      * it surfaces before the attorney invoice does.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Loss basis per sold account; appended run over run.
           SELECT LOSS-FILE ASSIGN TO "fcloss"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOSS-STATUS.

      * Corporate-advance and P&I-advance subledgers; either may not
      * exist yet, and an account without a record has nothing
      * advanced.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

           SELECT PIADVNC ASSIGN TO "PIADVNC"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADV-ACCT-NO
           FILE STATUS IS WS-PIADVNC-STATUS.

      * Collateral master for the property's address, state, and
      * current valuation; optional like the subledgers above.
           SELECT COLLMSTR ASSIGN TO "COLLMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COLL-ACCT-NO
           FILE STATUS IS WS-COLLMSTR-STATUS.

      * REO asset master, created the first time a sale is recorded.
           SELECT REOMSTR ASSIGN TO "REOMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS REO-ACCT-NO
           FILE STATUS IS WS-REOMSTR-STATUS.

      * Scheduled balances, for a loan not yet on the ledger.
           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One record per referred account: where the legal process
       FD TRACK-REPORT.
           01 TRACK-REPORT-REC PIC X(80).

      * One line per foreclosure sale: the account, the sale date,
      * the balance owed and what the servicer has advanced and not
      * recovered - recoverable and non-recoverable corporate
      * advances and P&I advances.
       FD LOSS-FILE.
           01 LOSS-REC.
               05 FCL-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 FCL-SALE-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 FCL-BALANCE        PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 FCL-CORP-ADVANCE   PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 FCL-CORP-NONREC    PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 FCL-PI-ADVANCE     PIC 9(09)V9(02).

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Shared P&I advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

      * Shared collateral master record; see collrec.cpy.
       FD COLLMSTR.
           COPY "collrec.cpy".

      * Shared REO asset record; see reorec.cpy.
       FD REOMSTR.
           COPY "reorec.cpy".

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-FCTRACK-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN   PIC X(01) VALUE "N".
           01 WS-LOSS-STATUS     PIC X(02) VALUE "00".
           01 WS-CORPADV-STATUS  PIC X(02) VALUE "00".
           01 WS-CORPADV-OPEN    PIC X(01) VALUE "N".
           01 WS-PIADVNC-STATUS  PIC X(02) VALUE "00".
           01 WS-PIADVNC-OPEN    PIC X(01) VALUE "N".
           01 WS-COLLMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-COLLMSTR-OPEN   PIC X(01) VALUE "N".
           01 WS-REOMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDMST-STATUS PIC X(02) VALUE "00".
           01 WS-SCHEDMST-OPEN   PIC X(01) VALUE "N".
           01 WS-SCHED-EOF       PIC X(01) VALUE "N".
           01 WS-SALE-YYYYMM     PIC 9(06) VALUE ZEROES.
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-TRACK-EOF       PIC X(01) VALUE "N".

      * flagged stalled.
           01 WS-STALL-DAYS       PIC 9(03) VALUE 90.

      * Selling costs - commission, concessions, closing - taken off
      * the valuation to carry a newly acquired REO property, as a
      * percentage.
           01 WS-REO-SELL-PCT     PIC 9(02)V9(02) VALUE 8.00.

      * Numeric rank per milestone so a transaction can only move
      * the process forward.
           01 WS-OLD-RANK         PIC 9(01) VALUE ZEROES.
           01 WS-CLOSED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-STALLED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-LOSS-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-REO-COUNTER      PIC 9(09) VALUE ZEROES.

           01 WS-TRACK-LINE.
               05 WS-TRK-ACC       PIC X(10).
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT TRACK-REPORT.
           OPEN EXTEND LOSS-FILE.
           IF WS-LOSS-STATUS = "35"
               OPEN OUTPUT LOSS-FILE
           END-IF.
           OPEN INPUT CORPADV.
           IF WS-CORPADV-STATUS = "00"
               MOVE "Y" TO WS-CORPADV-OPEN
           END-IF.
           OPEN INPUT PIADVNC.
           IF WS-PIADVNC-STATUS = "00"
               MOVE "Y" TO WS-PIADVNC-OPEN
           END-IF.
           OPEN INPUT COLLMSTR.
           IF WS-COLLMSTR-STATUS = "00"
               MOVE "Y" TO WS-COLLMSTR-OPEN
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDMST-STATUS = "00"
               MOVE "Y" TO WS-SCHEDMST-OPEN
           END-IF.
           OPEN I-O REOMSTR.
           IF WS-REOMSTR-STATUS = "35"
               CLOSE REOMSTR
               OPEN OUTPUT REOMSTR
               CLOSE REOMSTR
               OPEN I-O REOMSTR
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.
           CLOSE TRACK-REPORT.
           CLOSE LOSS-FILE.
           IF WS-CORPADV-OPEN = "Y"
               CLOSE CORPADV
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               CLOSE PIADVNC
           END-IF.
           IF WS-COLLMSTR-OPEN = "Y"
               CLOSE COLLMSTR
           END-IF.
           IF WS-SCHEDMST-OPEN = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.
           CLOSE REOMSTR.

           DISPLAY "REFERRALS OPENED: "   WS-REFER-COUNTER.
           DISPLAY "MILESTONES RECORDED: " WS-MILESTONE-COUNTER.
           DISPLAY "FILES CLOSED: "       WS-CLOSED-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           DISPLAY "FILES STALLED: "      WS-STALLED-COUNTER.
           DISPLAY "SALES TO LOSS BASIS: " WS-LOSS-COUNTER.
           DISPLAY "REO ASSETS OPENED: "  WS-REO-COUNTER.
           GOBACK.

       100-APPLY-TRANSACTION.
                               TO FC-MILESTONE-DATE
                           REWRITE FC-TRACK-REC
                           ADD 1 TO WS-MILESTONE-COUNTER
                           IF FC-MILESTONE = "S"
                               PERFORM 350-WRITE-LOSS-BASIS
                               PERFORM 360-OPEN-REO-ASSET
                           END-IF
                       END-IF
               END-READ
           END-IF.

       350-WRITE-LOSS-BASIS.
      * The sale fixes the loss; everything still outstanding on the
      * account goes onto the extract with it.
           MOVE SPACES            TO LOSS-REC.
           MOVE FC-ACCT-NO        TO FCL-ACC.
           MOVE FC-MILESTONE-DATE TO FCL-SALE-DATE.
           MOVE 0                 TO FCL-BALANCE.
           MOVE 0                 TO FCL-CORP-ADVANCE.
           MOVE 0                 TO FCL-CORP-NONREC.
           MOVE 0                 TO FCL-PI-ADVANCE.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE FC-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 355-SET-LOAN-BALANCE
               END-READ
           END-IF.
           IF WS-CORPADV-OPEN = "Y"
               MOVE FC-ACCT-NO TO CORP-ACCT-NO
               READ CORPADV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CORP-BALANCE > 0
                           MOVE CORP-BALANCE TO FCL-CORP-ADVANCE
                       END-IF
                       IF CORP-NONREC-BALANCE > 0
                           MOVE CORP-NONREC-BALANCE TO FCL-CORP-NONREC
                       END-IF
               END-READ
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               MOVE FC-ACCT-NO TO ADV-ACCT-NO
               READ PIADVNC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADV-BALANCE > 0
                           MOVE ADV-BALANCE TO FCL-PI-ADVANCE
                       END-IF
               END-READ
           END-IF.
           WRITE LOSS-REC.
           ADD 1 TO WS-LOSS-COUNTER.

       355-SET-LOAN-BALANCE.
      * A loan ledgconv has not yet put on the ledger carries no
      * actual balance; its loss starts from the scheduled balance
      * as of the sale month, or what it originated at when the
      * store has no row for it.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               IF LOAN-ACTUAL-BALANCE > 0
                   MOVE LOAN-ACTUAL-BALANCE TO FCL-BALANCE
               END-IF
           ELSE
               MOVE LOAN-ORIG-PRIN TO FCL-BALANCE
               PERFORM 357-FIND-SCHED-BALANCE
           END-IF.

       357-FIND-SCHED-BALANCE.
      * The account's slice of the schedule store by key: the latest
      * month due at or before the sale carries the balance.
           IF WS-SCHEDMST-OPEN = "Y"
               COMPUTE WS-SALE-YYYYMM = FC-MILESTONE-DATE / 100
               MOVE "N" TO WS-SCHED-EOF
               MOVE SPACES TO SCHED-KEY
               MOVE FC-ACCT-NO TO SCHED-OUT-ACC
               MOVE 0 TO SCHED-OUT-DUE-DATE
               START SCHEDULE-FILE KEY NOT < SCHED-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCHED-EOF
               END-START
               PERFORM UNTIL WS-SCHED-EOF = "Y"
                   READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-SCHED-EOF
                   NOT AT END
                       IF SCHED-OUT-ACC NOT = FC-ACCT-NO
                               OR SCHED-OUT-DUE-DATE > WS-SALE-YYYYMM
                           MOVE "Y" TO WS-SCHED-EOF
                       ELSE
                           IF SCHED-OUT-BALANCE > 0
                               MOVE SCHED-OUT-BALANCE TO FCL-BALANCE
                           ELSE
                               MOVE 0 TO FCL-BALANCE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       360-OPEN-REO-ASSET.
      * The property comes back onto the books at what it should
      * fetch net of selling costs.  With no collateral record the
      * asset is still opened, at zero, and valued when listed.
           MOVE SPACES            TO REO-RECORD.
           MOVE FC-ACCT-NO        TO REO-ACCT-NO.
           MOVE "H"               TO REO-STATUS.
           MOVE FC-MILESTONE-DATE TO REO-ACQ-DATE.
           MOVE 0                 TO REO-MARKET-VALUE.
           MOVE FCL-BALANCE       TO REO-LOAN-BALANCE.
           IF WS-COLLMSTR-OPEN = "Y"
               MOVE FC-ACCT-NO TO COLL-ACCT-NO
               READ COLLMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE COLL-PROP-ADDR  TO REO-PROP-ADDR
                       MOVE COLL-PROP-STATE TO REO-PROP-STATE
                       MOVE COLL-CURR-VALUE TO REO-MARKET-VALUE
               END-READ
           END-IF.
           COMPUTE REO-EST-SELL-COSTS ROUNDED =
                   REO-MARKET-VALUE * WS-REO-SELL-PCT / 100.
           COMPUTE REO-CARRY-VALUE =
                   REO-MARKET-VALUE - REO-EST-SELL-COSTS.
           MOVE 0 TO REO-LIST-DATE.
           MOVE 0 TO REO-ORIG-LIST-PRICE.
           MOVE 0 TO REO-LIST-PRICE.
           MOVE 0 TO REO-REDUCE-COUNT.
           MOVE 0 TO REO-LAST-REDUCE-DATE.
           MOVE 0 TO REO-HOLD-EXPENSE.
           MOVE 0 TO REO-SALE-DATE.
           MOVE 0 TO REO-SALE-PRICE.
           MOVE 0 TO REO-SALE-COSTS.
           MOVE 0 TO REO-NET-PROCEEDS.
           MOVE FCL-CORP-ADVANCE TO REO-CORP-ADVANCE.
           MOVE FCL-CORP-NONREC  TO REO-CORP-NONREC.
           MOVE FCL-PI-ADVANCE   TO REO-PI-ADVANCE.
           MOVE 0 TO REO-FINAL-LOSS.
           MOVE 0 TO REO-DEFICIENCY.
           WRITE REO-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REO-COUNTER
           END-WRITE.

       400-CLOSE-FILE.
           MOVE FCTRAN-ACC TO FC-ACCT-NO.
