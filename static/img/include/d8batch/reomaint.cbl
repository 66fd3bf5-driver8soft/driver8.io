      ******************************************************************
      *
      * REO Asset Maintenance
      * ======================
      *
      * Carries a property taken back at foreclosure sale from the
      * REOMSTR record fcmaint opened for it until it is sold, off
      * the "reotran" transactions: "L" lists it at a price, "R"
      * records a price reduction (only below the current list
      * price), "E" adds a holding expense - taxes, insurance,
      * utilities, upkeep - to what it has cost to hold, and "S"
      * closes the REO sale with the gross price and the closing
      * costs.  On the sale the advances still outstanding on CORPADV
      * and PIADVNC are picked up again, and the final loss is the
      * loan balance the property was taken back against plus every
      * advance plus the holding expenses, less the net proceeds.
      * The deficiency is the balance plus recoverable corporate
      * advances the proceeds did not cover - figured only where the
      * property's state allows one; a state that bars deficiency
      * judgments after foreclosure, or a property with no state on
      * file, carries none.  The loan is then closed the way statchg
      * applies a status change: a "stathist" entry under reason REO,
      * LOAN-STATUS closed on LOANMSTR, and the account stamped onto
      * the pricing delta file.  Everything done or refused lands on
      * the "reorpt" register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reomaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REO-TRANS ASSIGN TO "reotran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT REOMSTR ASSIGN TO "REOMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS REO-ACCT-NO
           FILE STATUS IS WS-REOMSTR-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

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

           SELECT STAT-HISTORY ASSIGN TO "stathist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

      * Accounts changed since the last full pricing run, appended
      * here for bcuota's changed-accounts-only DELTA mode.
           SELECT DELTA-FILE ASSIGN TO "deltaacc"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

           SELECT REO-REPORT ASSIGN TO "reorpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * RTRAN-AMOUNT is the list price for "L", the new price for
      * "R", the expense for "E", and the gross sale price for "S";
      * RTRAN-COSTS is the sale's closing costs and otherwise zero.
       FD REO-TRANS.
           01 REO-TRANS-REC.
               05 RTRAN-CODE         PIC X(01).
               05 FILLER             PIC X(01).
               05 RTRAN-ACC          PIC X(10).
               05 FILLER             PIC X(01).
               05 RTRAN-DATE         PIC 9(08).
               05 FILLER             PIC X(01).
               05 RTRAN-AMOUNT       PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 RTRAN-COSTS        PIC 9(09)V9(02).

      * Shared REO asset record; see reorec.cpy.
       FD REOMSTR.
           COPY "reorec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Shared P&I advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

      * Mirrors statchg's own FD STAT-HISTORY layout field for field.
       FD STAT-HISTORY.
           01 STAT-HISTORY-REC.
               05 SH-ACC             PIC X(10).
               05 FILLER             PIC X(01).
               05 SH-APPLIED-DATE    PIC 9(08).
               05 FILLER             PIC X(01).
               05 SH-OLD-STATUS      PIC X(01).
               05 FILLER             PIC X(01).
               05 SH-NEW-STATUS      PIC X(01).
               05 FILLER             PIC X(01).
               05 SH-EFF-DATE        PIC 9(08).
               05 FILLER             PIC X(01).
               05 SH-REASON          PIC X(03).
               05 FILLER             PIC X(01).
               05 SH-OPERATOR        PIC X(08).

       FD DELTA-FILE.
           01 DELTA-REC.
               05 DELTA-ACC          PIC X(10).

       FD REO-REPORT.
           01 REO-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-TRANS-STATUS     PIC X(02) VALUE "00".
           01 WS-REOMSTR-STATUS   PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPADV-OPEN     PIC X(01) VALUE "N".
           01 WS-PIADVNC-STATUS   PIC X(02) VALUE "00".
           01 WS-PIADVNC-OPEN     PIC X(01) VALUE "N".
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-TRANS-EOF        PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * States whose law bars a deficiency judgment after a
      * residential foreclosure; the sale closes there with none.
           01 WS-NO-DEFICIENCY-STATES PIC X(20)
                   VALUE "AKAZCAMNMTNCNDORWA  ".
           01 WS-NO-DEFICIENCY-TABLE
                   REDEFINES WS-NO-DEFICIENCY-STATES.
               05 WS-NO-DEFICIENCY-STATE PIC X(02) OCCURS 10 TIMES.
           01 WS-STATE-IDX        PIC 9(02) VALUE ZEROES.

           01 WS-RECOVERABLE-DEBT PIC S9(09)V9(02) VALUE ZEROES.
           01 WS-SHORTFALL        PIC S9(09)V9(02) VALUE ZEROES.

           01 WS-LISTED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-REDUCED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-EXPENSE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-SOLD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-EXPENSE-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-PROCEEDS-TOTAL   PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-LOSS-TOTAL       PIC S9(09)V9(02) VALUE ZEROES.
           01 WS-DEFICIENCY-TOTAL PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-CODE      PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-AMOUNT    PIC Z(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

      * The sale's outcome follows its detail line: final loss and
      * deficiency, with the deficiency rule that applied.
           01 WS-SALE-LINE.
               05 FILLER           PIC X(15) VALUE SPACES.
               05 FILLER           PIC X(06) VALUE "LOSS: ".
               05 WS-SALE-LOSS     PIC -(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 FILLER           PIC X(12) VALUE "DEFICIENCY: ".
               05 WS-SALE-DEFIC    PIC Z(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SALE-RULE     PIC X(14).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC -(9)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O REOMSTR.
           IF WS-REOMSTR-STATUS NOT = "00"
               DISPLAY "REOMSTR OPEN FAILED, STATUS: "
                       WS-REOMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               CLOSE REOMSTR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CORPADV.
           IF WS-CORPADV-STATUS = "00"
               MOVE "Y" TO WS-CORPADV-OPEN
           END-IF.
           OPEN INPUT PIADVNC.
           IF WS-PIADVNC-STATUS = "00"
               MOVE "Y" TO WS-PIADVNC-OPEN
           END-IF.
           OPEN EXTEND STAT-HISTORY.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT STAT-HISTORY
           END-IF.
           OPEN EXTEND DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF.
           OPEN OUTPUT REO-REPORT.

           OPEN INPUT REO-TRANS.
           IF WS-TRANS-STATUS = "35"
               MOVE "Y" TO WS-TRANS-EOF
           END-IF.
           PERFORM UNTIL WS-TRANS-EOF = "Y"
               READ REO-TRANS
               AT END MOVE "Y" TO WS-TRANS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           IF WS-TRANS-STATUS NOT = "35"
               CLOSE REO-TRANS
           END-IF.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE REOMSTR.
           CLOSE LOANMSTR.
           IF WS-CORPADV-OPEN = "Y"
               CLOSE CORPADV
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               CLOSE PIADVNC
           END-IF.
           CLOSE STAT-HISTORY.
           CLOSE DELTA-FILE.
           CLOSE REO-REPORT.

           DISPLAY "REO LISTED: "          WS-LISTED-COUNTER.
           DISPLAY "PRICES REDUCED: "      WS-REDUCED-COUNTER.
           DISPLAY "EXPENSES RECORDED: "   WS-EXPENSE-COUNTER.
           DISPLAY "REO SALES CLOSED: "    WS-SOLD-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           GOBACK.

       100-APPLY-TRANSACTION.
           MOVE RTRAN-ACC TO REO-ACCT-NO.
           READ REOMSTR
               INVALID KEY
                   MOVE "NOT IN REO" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 150-EDIT-TRANSACTION
           END-READ.

       150-EDIT-TRANSACTION.
      * A sold asset is history; nothing more posts against it.
           EVALUATE TRUE
               WHEN REO-ST-SOLD
                   MOVE "ALREADY SOLD" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-TRANSACTION
               WHEN RTRAN-DATE NOT NUMERIC
                       OR RTRAN-DATE = 0
                       OR RTRAN-DATE < REO-ACQ-DATE
                   MOVE "BAD DATE" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-TRANSACTION
               WHEN RTRAN-AMOUNT NOT NUMERIC OR RTRAN-AMOUNT = 0
                   MOVE "BAD AMOUNT" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-TRANSACTION
               WHEN OTHER
                   EVALUATE RTRAN-CODE
                       WHEN "L"
                           PERFORM 200-LIST-PROPERTY
                       WHEN "R"
                           PERFORM 250-REDUCE-PRICE
                       WHEN "E"
                           PERFORM 300-ADD-EXPENSE
                       WHEN "S"
                           PERFORM 400-CLOSE-SALE
                       WHEN OTHER
                           MOVE "UNKNOWN TRAN CODE" TO WS-DTL-ACTION
                           PERFORM 800-REJECT-TRANSACTION
                   END-EVALUATE
           END-EVALUATE.

       200-LIST-PROPERTY.
      * Listing once; a later cut is a reduction so the history of
      * the price survives.
           IF REO-ST-LISTED
               MOVE "ALREADY LISTED" TO WS-DTL-ACTION
               PERFORM 800-REJECT-TRANSACTION
           ELSE
               MOVE "L"          TO REO-STATUS
               MOVE RTRAN-DATE   TO REO-LIST-DATE
               MOVE RTRAN-AMOUNT TO REO-ORIG-LIST-PRICE
               MOVE RTRAN-AMOUNT TO REO-LIST-PRICE
               REWRITE REO-RECORD
               ADD 1 TO WS-LISTED-COUNTER
               MOVE "LISTED" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       250-REDUCE-PRICE.
           EVALUATE TRUE
               WHEN NOT REO-ST-LISTED
                   MOVE "NOT LISTED" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-TRANSACTION
               WHEN RTRAN-AMOUNT NOT < REO-LIST-PRICE
                   MOVE "NOT A REDUCTION" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-TRANSACTION
               WHEN OTHER
                   MOVE RTRAN-AMOUNT TO REO-LIST-PRICE
                   ADD 1 TO REO-REDUCE-COUNT
                   MOVE RTRAN-DATE TO REO-LAST-REDUCE-DATE
                   REWRITE REO-RECORD
                   ADD 1 TO WS-REDUCED-COUNTER
                   MOVE "PRICE REDUCED" TO WS-DTL-ACTION
                   PERFORM 850-WRITE-DETAIL
           END-EVALUATE.

       300-ADD-EXPENSE.
           ADD RTRAN-AMOUNT TO REO-HOLD-EXPENSE.
           REWRITE REO-RECORD.
           ADD 1 TO WS-EXPENSE-COUNTER.
           ADD RTRAN-AMOUNT TO WS-EXPENSE-TOTAL.
           MOVE "EXPENSE RECORDED" TO WS-DTL-ACTION.
           PERFORM 850-WRITE-DETAIL.

       400-CLOSE-SALE.
           IF RTRAN-COSTS NOT NUMERIC
                   OR RTRAN-COSTS > RTRAN-AMOUNT
               MOVE "BAD SALE COSTS" TO WS-DTL-ACTION
               PERFORM 800-REJECT-TRANSACTION
           ELSE
               MOVE "S"          TO REO-STATUS
               MOVE RTRAN-DATE   TO REO-SALE-DATE
               MOVE RTRAN-AMOUNT TO REO-SALE-PRICE
               MOVE RTRAN-COSTS  TO REO-SALE-COSTS
               COMPUTE REO-NET-PROCEEDS =
                       RTRAN-AMOUNT - RTRAN-COSTS
               PERFORM 420-REFRESH-ADVANCES
               COMPUTE REO-FINAL-LOSS =
                       REO-LOAN-BALANCE + REO-CORP-ADVANCE
                       + REO-CORP-NONREC + REO-PI-ADVANCE
                       + REO-HOLD-EXPENSE - REO-NET-PROCEEDS
               PERFORM 450-FIGURE-DEFICIENCY
               REWRITE REO-RECORD
               PERFORM 500-CLOSE-LOAN
               ADD 1 TO WS-SOLD-COUNTER
               ADD REO-NET-PROCEEDS TO WS-PROCEEDS-TOTAL
               ADD REO-FINAL-LOSS   TO WS-LOSS-TOTAL
               ADD REO-DEFICIENCY   TO WS-DEFICIENCY-TOTAL
               MOVE "SALE CLOSED" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
               MOVE REO-FINAL-LOSS TO WS-SALE-LOSS
               MOVE REO-DEFICIENCY TO WS-SALE-DEFIC
               EVALUATE REO-DEFICIENCY-FLAG
                   WHEN "Y"
                       MOVE "STATE ALLOWS"   TO WS-SALE-RULE
                   WHEN "N"
                       MOVE "STATE BARS"     TO WS-SALE-RULE
                   WHEN OTHER
                       MOVE "NO STATE ON FILE" TO WS-SALE-RULE
               END-EVALUATE
               MOVE WS-SALE-LINE TO REO-REPORT-REC
               WRITE REO-REPORT-REC
           END-IF.

       420-REFRESH-ADVANCES.
      * Whatever was advanced while the property was held counts
      * against the sale as much as what was out at acquisition.
           IF WS-CORPADV-OPEN = "Y"
               MOVE REO-ACCT-NO TO CORP-ACCT-NO
               READ CORPADV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO REO-CORP-ADVANCE
                       MOVE 0 TO REO-CORP-NONREC
                       IF CORP-BALANCE > 0
                           MOVE CORP-BALANCE TO REO-CORP-ADVANCE
                       END-IF
                       IF CORP-NONREC-BALANCE > 0
                           MOVE CORP-NONREC-BALANCE
                               TO REO-CORP-NONREC
                       END-IF
               END-READ
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               MOVE REO-ACCT-NO TO ADV-ACCT-NO
               READ PIADVNC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO REO-PI-ADVANCE
                       IF ADV-BALANCE > 0
                           MOVE ADV-BALANCE TO REO-PI-ADVANCE
                       END-IF
               END-READ
           END-IF.

       450-FIGURE-DEFICIENCY.
      * Only what the borrower owed - the balance and recoverable
      * corporate advances - can be pursued; the servicer's own
      * P&I advances and holding costs cannot.
           MOVE 0 TO REO-DEFICIENCY.
           IF REO-PROP-STATE = SPACES
               MOVE "U" TO REO-DEFICIENCY-FLAG
           ELSE
               MOVE "Y" TO REO-DEFICIENCY-FLAG
               PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                       UNTIL WS-STATE-IDX > 10
                   IF WS-NO-DEFICIENCY-STATE(WS-STATE-IDX)
                           = REO-PROP-STATE
                       MOVE "N" TO REO-DEFICIENCY-FLAG
                   END-IF
               END-PERFORM
           END-IF.
           IF REO-DEFICIENCY-FLAG = "Y"
               COMPUTE WS-RECOVERABLE-DEBT =
                       REO-LOAN-BALANCE + REO-CORP-ADVANCE
               COMPUTE WS-SHORTFALL =
                       WS-RECOVERABLE-DEBT - REO-NET-PROCEEDS
               IF WS-SHORTFALL > 0
                   MOVE WS-SHORTFALL TO REO-DEFICIENCY
               END-IF
           END-IF.

       500-CLOSE-LOAN.
      * The same three steps statchg takes to apply a closed
      * status, under reason REO; an account already closed is left
      * as it is.
           MOVE REO-ACCT-NO TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LOAN-ST-CLOSED
                       MOVE SPACES TO STAT-HISTORY-REC
                       MOVE LOAN-ACCT-NO  TO SH-ACC
                       MOVE WS-RUN-DATE   TO SH-APPLIED-DATE
                       MOVE LOAN-STATUS   TO SH-OLD-STATUS
                       MOVE "C"           TO SH-NEW-STATUS
                       MOVE REO-SALE-DATE TO SH-EFF-DATE
                       MOVE "REO"         TO SH-REASON
                       MOVE "REOMAINT"    TO SH-OPERATOR
                       WRITE STAT-HISTORY-REC
                       MOVE "C" TO LOAN-STATUS
                       REWRITE LOAN-RECORD
                       MOVE SPACES TO DELTA-REC
                       MOVE LOAN-ACCT-NO TO DELTA-ACC
                       WRITE DELTA-REC
                   END-IF
           END-READ.

       800-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           PERFORM 850-WRITE-DETAIL.
           MOVE 4 TO RETURN-CODE.

       850-WRITE-DETAIL.
           MOVE RTRAN-ACC  TO WS-DTL-ACC.
           MOVE RTRAN-CODE TO WS-DTL-CODE.
           IF RTRAN-AMOUNT NUMERIC
               MOVE RTRAN-AMOUNT TO WS-DTL-AMOUNT
           ELSE
               MOVE 0            TO WS-DTL-AMOUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.

           MOVE "REO SALES CLOSED:"   TO WS-TOT-LABEL.
           MOVE WS-SOLD-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.

           MOVE "NET PROCEEDS:"       TO WS-TOT-LABEL.
           MOVE WS-PROCEEDS-TOTAL     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.

           MOVE "FINAL LOSS:"         TO WS-TOT-LABEL.
           MOVE WS-LOSS-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.

           MOVE "DEFICIENCY:"         TO WS-TOT-LABEL.
           MOVE WS-DEFICIENCY-TOTAL   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.

           MOVE "HOLDING EXPENSES:"   TO WS-TOT-LABEL.
           MOVE WS-EXPENSE-TOTAL      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.

           MOVE "TRANSACTIONS REJECTED:" TO WS-TOT-LABEL.
           MOVE WS-REJECT-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REO-REPORT-REC.
           WRITE REO-REPORT-REC.
