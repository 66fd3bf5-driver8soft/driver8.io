      ******************************************************************
      *
      * Corporate-Advance Disbursements and Activity Report
      * ====================================================
      *
      * Two jobs for the corporate-advance subledger.  First, books
      * the disbursements the default-servicing desk has paid out on
      * a borrower's behalf, from "corpdisb" - account, date paid,
      * type (ATTORNEY, INSPECT, PRESERVE, TITLE), recoverable flag,
      * amount, payee, and operator id - onto the account's CORPADV
      * record: a recoverable disbursement raises the balance the
      * borrower owes, a non-recoverable one the balance carried
      * only for the loss calculation.  A disbursement for an
      * account not on LOANMSTR or already closed, of an unknown
      * type, without a Y/N recoverable flag, of no amount, or
      * without an operator is rejected.  Each booked disbursement
      * appends a DISBURSE line to the "corpact" activity journal,
      * which glinterf books to the GL.  Second, totals the whole
      * journal - disbursed recoverable and not, by type, and
      * collected - onto the "corprpt" report so the advance book
      * proves end to end.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. corpmain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Corporate-advance subledger; created on first use.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT DISBURSE-FILE ASSIGN TO "corpdisb"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DISBURSE-STATUS.

           SELECT CORP-ACTIVITY ASSIGN TO "corpact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORPACT-STATUS.

           SELECT CORP-REPORT ASSIGN TO "corprpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD DISBURSE-FILE.
           01 DISBURSE-REC.
               05 CDB-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 CDB-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 CDB-CATEGORY       PIC X(08).
               05 FILLER             PIC X(01).
               05 CDB-RECOVERABLE    PIC X(01).
               05 FILLER             PIC X(01).
               05 CDB-AMOUNT         PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 CDB-PAYEE          PIC X(20).
               05 FILLER             PIC X(01).
               05 CDB-OPERATOR       PIC X(08).

      * Shared corporate-advance activity record; see corpact.cpy.
       FD CORP-ACTIVITY.
           COPY "corpact.cpy".

       FD CORP-REPORT.
           01 CORP-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-DISBURSE-STATUS  PIC X(02) VALUE "00".
           01 WS-CORPACT-STATUS   PIC X(02) VALUE "00".
           01 WS-DISBURSE-EOF     PIC X(01) VALUE "N".
           01 WS-ACT-EOF          PIC X(01) VALUE "N".
           01 WS-CORP-NEW         PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

           01 WS-BOOKED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-BOOKED-TOTAL     PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.

      * Activity-journal totals for the report.
           01 WS-RECOV-TOTAL      PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-NONREC-TOTAL     PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ATTORNEY-TOTAL   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-INSPECT-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-PRESERVE-TOTAL   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-TITLE-TOTAL      PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-COLLECT-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-CATEGORY  PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-RECOV     PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-AMOUNT    PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-OPERATOR  PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(24).
               05 WS-TOT-VALUE     PIC Z(10)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O CORPADV.
           IF WS-CORPADV-STATUS = "35"
               OPEN OUTPUT CORPADV
               CLOSE CORPADV
               OPEN I-O CORPADV
           END-IF.
           IF WS-CORPADV-STATUS NOT = "00"
               DISPLAY "CORPADV OPEN FAILED, STATUS: "
                       WS-CORPADV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               CLOSE CORPADV
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CORP-REPORT.

           PERFORM 100-BOOK-DISBURSEMENTS.
           PERFORM 800-TOTAL-ACTIVITY.
           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE CORPADV.
           CLOSE LOANMSTR.
           CLOSE CORP-REPORT.

           DISPLAY "DISBURSEMENTS BOOKED: "   WS-BOOKED-COUNTER.
           DISPLAY "DISBURSEMENTS REJECTED: " WS-REJECTED-COUNTER.
           GOBACK.

       100-BOOK-DISBURSEMENTS.
      * The disbursement file is optional: a report-only run needs
      * no transactions at all.
           OPEN INPUT DISBURSE-FILE.
           IF WS-DISBURSE-STATUS = "35"
               MOVE "Y" TO WS-DISBURSE-EOF
           ELSE
               OPEN EXTEND CORP-ACTIVITY
               IF WS-CORPACT-STATUS = "35"
                   OPEN OUTPUT CORP-ACTIVITY
               END-IF
               PERFORM UNTIL WS-DISBURSE-EOF = "Y"
                   READ DISBURSE-FILE
                   AT END MOVE "Y" TO WS-DISBURSE-EOF
                   NOT AT END
                       PERFORM 200-BOOK-ONE-DISBURSEMENT
                   END-READ
               END-PERFORM
               CLOSE DISBURSE-FILE
               CLOSE CORP-ACTIVITY
           END-IF.

       200-BOOK-ONE-DISBURSEMENT.
           MOVE CDB-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-DTL-ACTION
                   PERFORM 300-REJECT-DISBURSEMENT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LOAN-ST-CLOSED
                           MOVE "ACCOUNT CLOSED" TO WS-DTL-ACTION
                           PERFORM 300-REJECT-DISBURSEMENT
                       WHEN CDB-CATEGORY NOT = "ATTORNEY"
                               AND CDB-CATEGORY NOT = "INSPECT"
                               AND CDB-CATEGORY NOT = "PRESERVE"
                               AND CDB-CATEGORY NOT = "TITLE"
                           MOVE "BAD ADVANCE TYPE" TO WS-DTL-ACTION
                           PERFORM 300-REJECT-DISBURSEMENT
                       WHEN CDB-RECOVERABLE NOT = "Y"
                               AND CDB-RECOVERABLE NOT = "N"
                           MOVE "BAD RECOVERABLE FLAG"
                               TO WS-DTL-ACTION
                           PERFORM 300-REJECT-DISBURSEMENT
                       WHEN CDB-AMOUNT NOT NUMERIC
                               OR CDB-AMOUNT = 0
                           MOVE "BAD ADVANCE AMOUNT" TO WS-DTL-ACTION
                           PERFORM 300-REJECT-DISBURSEMENT
                       WHEN CDB-DATE NOT NUMERIC
                           MOVE "BAD PAID DATE" TO WS-DTL-ACTION
                           PERFORM 300-REJECT-DISBURSEMENT
                       WHEN CDB-OPERATOR = SPACES
                           MOVE "MISSING OPERATOR" TO WS-DTL-ACTION
                           PERFORM 300-REJECT-DISBURSEMENT
                       WHEN OTHER
                           PERFORM 250-BOOK-ADVANCE
                   END-EVALUATE
           END-READ.

       250-BOOK-ADVANCE.
           MOVE "N" TO WS-CORP-NEW.
           MOVE CDB-ACC TO CORP-ACCT-NO.
           READ CORPADV
               INVALID KEY
                   MOVE "Y" TO WS-CORP-NEW
                   INITIALIZE CORP-RECORD
                   MOVE CDB-ACC TO CORP-ACCT-NO
           END-READ.
           IF CDB-RECOVERABLE = "Y"
               ADD CDB-AMOUNT TO CORP-BALANCE
           ELSE
               ADD CDB-AMOUNT TO CORP-NONREC-BALANCE
           END-IF.
           ADD CDB-AMOUNT TO CORP-DISBURSED-TOTAL.
           EVALUATE CDB-CATEGORY
               WHEN "ATTORNEY"
                   ADD CDB-AMOUNT TO CORP-ATTORNEY-TOTAL
               WHEN "INSPECT"
                   ADD CDB-AMOUNT TO CORP-INSPECT-TOTAL
               WHEN "PRESERVE"
                   ADD CDB-AMOUNT TO CORP-PRESERVE-TOTAL
               WHEN "TITLE"
                   ADD CDB-AMOUNT TO CORP-TITLE-TOTAL
           END-EVALUATE.
           MOVE WS-RUN-DATE TO CORP-LAST-DATE.
           IF WS-CORP-NEW = "Y"
               WRITE CORP-RECORD
           ELSE
               REWRITE CORP-RECORD
           END-IF.
           ADD 1 TO WS-BOOKED-COUNTER.
           ADD CDB-AMOUNT TO WS-BOOKED-TOTAL.

           MOVE SPACES          TO CORPACT-REC.
           MOVE CDB-ACC         TO CORPACT-ACC.
           MOVE WS-RUN-DATE     TO CORPACT-DATE.
           MOVE "DISBURSE"      TO CORPACT-TYPE.
           MOVE CDB-CATEGORY    TO CORPACT-CATEGORY.
           MOVE CDB-RECOVERABLE TO CORPACT-RECOVERABLE.
           MOVE CDB-AMOUNT      TO CORPACT-AMOUNT.
           MOVE CDB-PAYEE       TO CORPACT-PAYEE.
           MOVE CDB-OPERATOR    TO CORPACT-OPERATOR.
           WRITE CORPACT-REC.

           MOVE "BOOKED" TO WS-DTL-ACTION.
           PERFORM 350-WRITE-DETAIL.

       300-REJECT-DISBURSEMENT.
           ADD 1 TO WS-REJECTED-COUNTER.
           PERFORM 350-WRITE-DETAIL.
           MOVE 4 TO RETURN-CODE.

       350-WRITE-DETAIL.
           MOVE CDB-ACC         TO WS-DTL-ACC.
           MOVE CDB-CATEGORY    TO WS-DTL-CATEGORY.
           MOVE CDB-RECOVERABLE TO WS-DTL-RECOV.
           IF CDB-AMOUNT NUMERIC
               MOVE CDB-AMOUNT  TO WS-DTL-AMOUNT
           ELSE
               MOVE 0           TO WS-DTL-AMOUNT
           END-IF.
           MOVE CDB-OPERATOR    TO WS-DTL-OPERATOR.
           MOVE WS-DETAIL-LINE  TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

       800-TOTAL-ACTIVITY.
      * The whole journal re-totals every run, so the report always
      * shows life-to-date disbursed/collected figures the
      * subledger balances should prove against.
           OPEN INPUT CORP-ACTIVITY.
           IF WS-CORPACT-STATUS = "35"
               MOVE "Y" TO WS-ACT-EOF
           ELSE
               PERFORM UNTIL WS-ACT-EOF = "Y"
                   READ CORP-ACTIVITY
                   AT END MOVE "Y" TO WS-ACT-EOF
                   NOT AT END
                       PERFORM 850-TOTAL-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE CORP-ACTIVITY
           END-IF.

       850-TOTAL-ONE-LINE.
           EVALUATE CORPACT-TYPE
               WHEN "DISBURSE"
                   IF CORPACT-RECOVERABLE = "Y"
                       ADD CORPACT-AMOUNT TO WS-RECOV-TOTAL
                   ELSE
                       ADD CORPACT-AMOUNT TO WS-NONREC-TOTAL
                   END-IF
                   EVALUATE CORPACT-CATEGORY
                       WHEN "ATTORNEY"
                           ADD CORPACT-AMOUNT TO WS-ATTORNEY-TOTAL
                       WHEN "INSPECT"
                           ADD CORPACT-AMOUNT TO WS-INSPECT-TOTAL
                       WHEN "PRESERVE"
                           ADD CORPACT-AMOUNT TO WS-PRESERVE-TOTAL
                       WHEN "TITLE"
                           ADD CORPACT-AMOUNT TO WS-TITLE-TOTAL
                   END-EVALUATE
               WHEN "COLLECT"
                   ADD CORPACT-AMOUNT TO WS-COLLECT-TOTAL
      * A collection a returned receipt took back.
               WHEN "REVERSED"
                   SUBTRACT CORPACT-AMOUNT FROM WS-COLLECT-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "BOOKED THIS RUN:"       TO WS-TOT-LABEL.
           MOVE WS-BOOKED-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "DISBURSED RECOVERABLE:" TO WS-TOT-LABEL.
           MOVE WS-RECOV-TOTAL           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "DISBURSED NON-RECOV:"   TO WS-TOT-LABEL.
           MOVE WS-NONREC-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "  ATTORNEY:"            TO WS-TOT-LABEL.
           MOVE WS-ATTORNEY-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "  INSPECTION:"          TO WS-TOT-LABEL.
           MOVE WS-INSPECT-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "  PRESERVATION:"        TO WS-TOT-LABEL.
           MOVE WS-PRESERVE-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "  TITLE:"               TO WS-TOT-LABEL.
           MOVE WS-TITLE-TOTAL           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.

           MOVE "ADVANCES COLLECTED:"    TO WS-TOT-LABEL.
           MOVE WS-COLLECT-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CORP-REPORT-REC.
           WRITE CORP-REPORT-REC.
