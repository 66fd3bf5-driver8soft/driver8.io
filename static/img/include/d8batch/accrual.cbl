      * =======================
      *
      * Walks the open loans on LOANMSTR, computes per-diem interest
      * on each account's balance - the actual balance on LOANMSTR
      * for a loan on the LOANTXN ledger, the current scheduled
      * balance (from the SCHEDULE-FILE as of the run month) for
      * one not yet converted - and writes the daily
      * accrual file "accrfile" plus the month-to-date register
      * "accrregr" that feeds the GL interface.  The day-count
      * convention comes from the command line the same way loancalc
      * recognized and restated at audit time.  An account that
      * cures comes off the list and accrues again.
      *
      * A servicemember under SCRA protection on the run date (per
      * milmaint's MILSTAT file) accrues at no more than the SCRA
      * rate cap, the same cap bcuota prices the account at, and a
      * flip reverses the period at that capped rate too.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accrual.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Servicemembers on active duty, or within a year of its end,
      * from milmaint; a protected account accrues at no more than
      * the SCRA rate cap.  Optional until the first is recorded.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
       FD NONACCRUAL-REPORT.
           01 NONACCRUAL-REPORT-REC PIC X(80).

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-YYYYMM       PIC 9(06).

      * "A" accrues the actual elapsed days of the month; anything
           01 WS-PER-DIEM         PIC 9(07)V9(04) VALUE ZEROES.
           01 WS-MTD-ACCRUED      PIC 9(09)V9(02) VALUE ZEROES.

      * SCRA support, as in bcuota: the rate the account accrues
      * at, the note rate or the cap for a protected borrower.
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN     PIC X(01) VALUE "N".
           01 WS-SCRA-CAP-RATE    PIC 9(03)V9(02) VALUE 6.00.
           01 WS-SCRA-PROTECTED   PIC X(01) VALUE "N".
           01 WS-SCRA-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-ACCRUE-RATE      PIC 9(03)V9(02) VALUE ZEROES.

      * Current scheduled balance per account, from the schedule
      * file before the master walk.
           01 WS-BAL-TABLE.
           01 WS-BAL-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-BAL-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-FOUND-IDX        PIC 9(04) VALUE ZEROES.
      * The balance the account accrues on this run.
           01 WS-ACCOUNT-BALANCE  PIC S9(07)V9(02) VALUE ZEROES.

           01 WS-ACCRUED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-PER-DIEM-TOTAL   PIC 9(11)V9(04) VALUE ZEROES.
           OPEN OUTPUT NONACCRUAL-FILE.
           OPEN OUTPUT REVERSAL-FILE.
           OPEN OUTPUT NONACCRUAL-REPORT.
      * No military-status file yet simply means nobody is
      * protected.
           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS = "00"
               MOVE "Y" TO WS-MILSTAT-OPEN
           END-IF.

           PERFORM UNTIL WS-MSTR-EOF = "Y"
               READ LOANMSTR
           CLOSE NONACCRUAL-FILE.
           CLOSE REVERSAL-FILE.
           CLOSE NONACCRUAL-REPORT.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.

           DISPLAY "ACCOUNTS ACCRUED: " WS-ACCRUED-COUNTER.
           DISPLAY "MTD INTEREST TOTAL: " WS-MTD-TOTAL.
           DISPLAY "ACCOUNTS ON NON-ACCRUAL: " WS-NONACCR-COUNTER.
           DISPLAY "NEWLY FLIPPED: " WS-FLIPPED-COUNTER.
           DISPLAY "SCRA RATE CAPS APPLIED: " WS-SCRA-COUNTER.
           GOBACK.

       110-GATHER-SEVERE-DELINQUENCY.
           END-IF.

       200-ACCRUE-ACCOUNT.
      * Per-diem on the balance the loan actually owes, or on the
      * current scheduled balance for a loan not yet on the ledger;
      * an account with neither accrues on its origination
      * principal.
      * Non-accrual accounts come first: they accrue nothing, and a
      * new flip backs the period's accrued interest out through
      * the reversal feed.
       260-HANDLE-NONACCRUAL.
           ADD 1 TO WS-NONACCR-COUNTER.
           PERFORM 265-SET-ACCOUNT-BALANCE.
           ADD WS-ACCOUNT-BALANCE  TO WS-NONACCR-BALANCE.
           MOVE WS-ACCOUNT-BALANCE TO WS-NAC-DTL-BAL.
      * Already on the list from a prior run keeps its flip date;
      * a new flip reverses the period's accrued interest.
           MOVE 0 TO WS-PRIOR-FOUND.
                   MOVE WS-BAL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO WS-ACCOUNT-BALANCE
           ELSE
               IF WS-FOUND-IDX > 0
                   MOVE WS-TBL-BALANCE(WS-FOUND-IDX)
                       TO WS-ACCOUNT-BALANCE
               ELSE
                   MOVE LOAN-ORIG-PRIN TO WS-ACCOUNT-BALANCE
               END-IF
           END-IF.

       268-REVERSE-PERIOD-INTEREST.
      * The month-to-date interest recognized up to the flip is
      * what the GL interface backs out through its INTREV pair.
           PERFORM 280-APPLY-SCRA-CAP.
           COMPUTE WS-PER-DIEM ROUNDED =
                   WS-ACCOUNT-BALANCE * WS-ACCRUE-RATE / 100 / 360.
           COMPUTE WS-MTD-ACCRUED ROUNDED =
                   WS-PER-DIEM * WS-ACCRUE-DAYS.
           MOVE SPACES         TO REVERSAL-REC.
           ADD WS-MTD-ACCRUED TO WS-REVERSED-TOTAL.

       270-ACCRUE-EARNING-ACCOUNT.
           PERFORM 265-SET-ACCOUNT-BALANCE.
           PERFORM 280-APPLY-SCRA-CAP.
           COMPUTE WS-PER-DIEM ROUNDED =
                   WS-ACCOUNT-BALANCE * WS-ACCRUE-RATE / 100 / 360.
           COMPUTE WS-MTD-ACCRUED ROUNDED =
                   WS-PER-DIEM * WS-ACCRUE-DAYS.

           ADD 1 TO WS-ACCRUED-COUNTER.
           ADD WS-PER-DIEM    TO WS-PER-DIEM-TOTAL.
           ADD WS-MTD-ACCRUED TO WS-MTD-TOTAL.

       280-APPLY-SCRA-CAP.
      * A borrower under SCRA protection on the run date accrues at
      * no more than the cap, whatever the note says - the same
      * test bcuota applies when it prices the account.
           MOVE LOAN-INT-RATE TO WS-ACCRUE-RATE.
           MOVE "N" TO WS-SCRA-PROTECTED.
           IF WS-MILSTAT-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO MIL-ACCT-NO
               READ MILSTAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MIL-DUTY-START <= WS-RUN-DATE-N
                               AND MIL-PROTECT-END >= WS-RUN-DATE-N
                           MOVE "Y" TO WS-SCRA-PROTECTED
                       END-IF
               END-READ
           END-IF.
           IF WS-SCRA-PROTECTED = "Y"
                   AND WS-ACCRUE-RATE > WS-SCRA-CAP-RATE
               MOVE WS-SCRA-CAP-RATE TO WS-ACCRUE-RATE
               ADD 1 TO WS-SCRA-COUNTER
           END-IF.
