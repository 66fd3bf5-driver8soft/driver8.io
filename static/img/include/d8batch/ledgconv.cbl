      ******************************************************************
      *
      * Loan Transaction Ledger Conversion
      * ===================================
      *
      * Puts the loans boarded before the LOANTXN ledger existed
      * onto it.  Every open installment loan on LOANMSTR whose
      * actual balance and paid-through date are both still zero is
      * established from the history it already has: the
      * paid-through date is the due date of the latest regular
      * installment settled on "payhist", and the actual balance is
      * the SCHEDMST scheduled balance for that month
      * (LOAN-ORIG-PRIN when nothing has settled or the store has
      * no row for it).
      * The master is rewritten in place and an OPENING entry
      * carrying the balance is journaled, so every later movement
      * proves against it.  Loans already on the ledger, closed or
      * charged-off loans, and revolving lines (whose running
      * balance revolpst keeps) are left alone, so the run can be
      * repeated safely.  Each account's outcome is listed on the
      * "ledgrpt" report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ledgconv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAYHIST-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDMST-STATUS.

      * Loan transaction ledger; created on first use.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

           SELECT CONVERSION-REPORT ASSIGN TO "ledgrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

       FD CONVERSION-REPORT.
           01 CONVERSION-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-PAYHIST-OPEN     PIC X(01) VALUE "N".
           01 WS-SCHEDMST-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDMST-OPEN    PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-MSTR-EOF         PIC X(01) VALUE "N".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-HEADER-SENTINEL  PIC X(10) VALUE "0000000000".
           01 WS-TRAILER-SENTINEL PIC X(10) VALUE "9999999999".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * What the account is being established at.
           01 WS-PAID-THRU        PIC 9(08) VALUE ZEROES.
           01 WS-OPEN-BALANCE     PIC S9(07)V9(02) VALUE ZEROES.

           01 WS-CONVERTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-ALREADY-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-SKIPPED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-CONVERTED-TOTAL  PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-PAID-THRU PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-BALANCE   PIC Z(6)9.99-.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(16).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYMENT-HISTORY.
           IF WS-PAYHIST-STATUS = "00"
               MOVE "Y" TO WS-PAYHIST-OPEN
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDMST-STATUS = "00"
               MOVE "Y" TO WS-SCHEDMST-OPEN
           END-IF.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN OUTPUT CONVERSION-REPORT.

           PERFORM UNTIL WS-MSTR-EOF = "Y"
               READ LOANMSTR NEXT RECORD
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END
                   IF LOAN-ACCT-NO NOT = WS-HEADER-SENTINEL
                           AND LOAN-ACCT-NO
                               NOT = WS-TRAILER-SENTINEL
                       PERFORM 100-CONVERT-ACCOUNT
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           IF WS-PAYHIST-OPEN = "Y"
               CLOSE PAYMENT-HISTORY
           END-IF.
           IF WS-SCHEDMST-OPEN = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.
           CLOSE LOAN-LEDGER.
           CLOSE CONVERSION-REPORT.

           DISPLAY "LOANS CONVERTED: "     WS-CONVERTED-COUNTER.
           DISPLAY "ALREADY ON LEDGER: "   WS-ALREADY-COUNTER.
           DISPLAY "LOANS NOT CONVERTED: " WS-SKIPPED-COUNTER.
           GOBACK.

       100-CONVERT-ACCOUNT.
           MOVE SPACES       TO WS-DETAIL-LINE.
           MOVE LOAN-ACCT-NO TO WS-DTL-ACC.
           MOVE LOAN-PAID-THRU-DATE TO WS-DTL-PAID-THRU.
           MOVE LOAN-ACTUAL-BALANCE TO WS-DTL-BALANCE.
           EVALUATE TRUE
               WHEN LOAN-ACTUAL-BALANCE NOT = 0
                       OR LOAN-PAID-THRU-DATE NOT = 0
                   ADD 1 TO WS-ALREADY-COUNTER
                   MOVE "ALREADY ON LEDGR" TO WS-DTL-ACTION
               WHEN LOAN-ST-CLOSED OR LOAN-ST-CHARGEOFF
                   ADD 1 TO WS-SKIPPED-COUNTER
                   MOVE "CLOSED"           TO WS-DTL-ACTION
               WHEN LOAN-TY-REVOLVING
                   ADD 1 TO WS-SKIPPED-COUNTER
                   MOVE "REVOLVING"        TO WS-DTL-ACTION
               WHEN OTHER
                   PERFORM 200-FIND-PAID-THRU
                   PERFORM 300-FIND-BALANCE
                   IF WS-OPEN-BALANCE = 0 AND WS-PAID-THRU = 0
      * Nothing to establish from; a zero balance with no
      * paid-through date would read as still unconverted anyway.
                       ADD 1 TO WS-SKIPPED-COUNTER
                       MOVE "NO BALANCE"   TO WS-DTL-ACTION
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM 400-ESTABLISH-ACCOUNT
                   END-IF
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

       200-FIND-PAID-THRU.
      * The latest regular installment settled in full is how far
      * the loan is paid; a repayment-plan item falls due mid-month
      * and says nothing of the month's regular installment.
           MOVE 0 TO WS-PAID-THRU.
           IF WS-PAYHIST-OPEN = "Y"
               MOVE "N" TO WS-HIST-EOF
               MOVE SPACES TO PAYHIST-KEY
               MOVE LOAN-ACCT-NO TO PAYHIST-ACC
               MOVE 0 TO PAYHIST-DUE-DATE
               START PAYMENT-HISTORY KEY NOT < PAYHIST-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
               END-START
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ PAYMENT-HISTORY NEXT RECORD
                   AT END MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF PAYHIST-ACC NOT = LOAN-ACCT-NO
                           MOVE "Y" TO WS-HIST-EOF
                       ELSE
                           IF PAYHIST-PAID-DATE NOT = 0
                                   AND PAYHIST-REGULAR-ITEM
                                   AND PAYHIST-DUE-DATE > WS-PAID-THRU
                               MOVE PAYHIST-DUE-DATE TO WS-PAID-THRU
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       300-FIND-BALANCE.
      * The scheduled balance after the paid-through installment is
      * what the loan owes as of it; with nothing settled, or no
      * schedule row for the month, it still owes what it
      * originated at.
           MOVE LOAN-ORIG-PRIN TO WS-OPEN-BALANCE.
           IF WS-PAID-THRU NOT = 0 AND WS-SCHEDMST-OPEN = "Y"
               MOVE SPACES TO SCHED-KEY
               MOVE LOAN-ACCT-NO TO SCHED-OUT-ACC
               COMPUTE SCHED-OUT-DUE-DATE = WS-PAID-THRU / 100
               READ SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SCHED-OUT-BALANCE TO WS-OPEN-BALANCE
               END-READ
           END-IF.

       400-ESTABLISH-ACCOUNT.
           MOVE WS-OPEN-BALANCE TO LOAN-ACTUAL-BALANCE.
           MOVE WS-PAID-THRU    TO LOAN-PAID-THRU-DATE.
           REWRITE LOAN-RECORD.
           ADD 1 TO WS-CONVERTED-COUNTER.
           ADD WS-OPEN-BALANCE TO WS-CONVERTED-TOTAL.
           MOVE WS-PAID-THRU    TO WS-DTL-PAID-THRU.
           MOVE WS-OPEN-BALANCE TO WS-DTL-BALANCE.
           MOVE "CONVERTED"     TO WS-DTL-ACTION.

           MOVE SPACES          TO TXN-REC.
           MOVE LOAN-ACCT-NO    TO TXN-ACC.
           MOVE WS-RUN-DATE     TO TXN-DATE.
           MOVE 1               TO TXN-SEQ.
           MOVE "OPENING"       TO TXN-TYPE.
           MOVE WS-PAID-THRU    TO TXN-DUE-DATE.
           MOVE 0 TO TXN-AMOUNT TXN-PRINCIPAL TXN-INTEREST
                     TXN-ESCROW TXN-FEES.
           MOVE WS-OPEN-BALANCE TO TXN-BALANCE.
           MOVE "LEDGCONV"      TO TXN-SOURCE.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   LOAN-ACCT-NO
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
               END-WRITE
           END-PERFORM.

       900-WRITE-REPORT-TOTALS.
           MOVE "LOANS CONVERTED:"    TO WS-TOT-LABEL.
           MOVE WS-CONVERTED-COUNTER  TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

           MOVE "BALANCE CONVERTED:"  TO WS-TOT-LABEL.
           MOVE WS-CONVERTED-TOTAL    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

           MOVE "ALREADY ON LEDGER:"  TO WS-TOT-LABEL.
           MOVE WS-ALREADY-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.

           MOVE "NOT CONVERTED:"      TO WS-TOT-LABEL.
           MOVE WS-SKIPPED-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO CONVERSION-REPORT-REC.
           WRITE CONVERSION-REPORT-REC.
