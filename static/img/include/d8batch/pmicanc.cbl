      * Monthly pass that finds the loans whose loan-to-value has
      * reached 80 percent or better and stops their PMI.  Accounts
      * with a collateral record on COLLMSTR are tested against a
      * real LTV: the balance over the latest recorded valuation, so
      * a borrower whose home appreciated qualifies when they
      * actually should.  Accounts with no collateral record still
      * fall back to the old test of balance versus 80 percent of
      * LOAN-ORIG-PRIN.  The balance tested is the actual balance on
      * LOANMSTR for a loan on the LOANTXN ledger - so curtailments
      * count - and the SCHEDULE-FILE balance as of the run month
      * for one not yet converted.
      * Qualifying accounts get LOAN-PMI-STOP-FLAG set on LOANMSTR,
      * the full list of stopped accounts is rewritten to "pmistops"
      * for the nightly bcuota pricing to honor, and the borrower
      * notification extract goes to "pminotif".  A newly stopped
      * loan's MI certificate on MICERT is marked cancelled as of
      * the run date, so miremit's monthly remittance carries the
      * cancellation notice to the carrier.  Customers no longer
      * have to call about PMI they should not be paying.
      *
      ******************************************************************
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

      * MI certificate master maintained by mimaint; optional, and a
      * loan with no certificate has nothing to tell a carrier.
           SELECT MICERT ASSIGN TO "MICERT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MI-ACCT-NO
           FILE STATUS IS WS-MICERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
               05 FILLER             PIC X(01).
               05 NTF-THRESHOLD      PIC 9(07)V9(02).

      * Shared MI certificate record; see mirec.cpy.
       FD MICERT.
           COPY "mirec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-COLLMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-COLLMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-MICERT-STATUS    PIC X(02) VALUE "00".
           01 WS-MICERT-OPEN      PIC X(01) VALUE "N".

           01 WS-MSTR-EOF         PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".
           01 WS-BAL-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-BAL-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-FOUND-IDX        PIC 9(04) VALUE ZEROES.
      * The balance the account is tested with.
           01 WS-TEST-BALANCE     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-HAVE-BALANCE     PIC X(01) VALUE "N".

           01 WS-FLAGGED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ALREADY-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-TRUE-LTV-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-MI-CANCEL-COUNTER PIC 9(09) VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-CORRQ-STATUS = "35"
               OPEN OUTPUT CORR-QUEUE
           END-IF.
           OPEN I-O MICERT.
           IF WS-MICERT-STATUS = "00"
               MOVE "Y" TO WS-MICERT-OPEN
           END-IF.

           PERFORM UNTIL WS-MSTR-EOF = "Y"
               READ LOANMSTR
           IF WS-COLLMSTR-OPEN = "Y"
               CLOSE COLLMSTR
           END-IF.
           IF WS-MICERT-OPEN = "Y"
               CLOSE MICERT
           END-IF.

           DISPLAY "ACCOUNTS NEWLY STOPPED: "   WS-FLAGGED-COUNTER.
           DISPLAY "ACCOUNTS ALREADY STOPPED: " WS-ALREADY-COUNTER.
           DISPLAY "STOPPED ON TRUE LTV: "      WS-TRUE-LTV-COUNTER.
           DISPLAY "MI CERTIFICATES CANCELLED: " WS-MI-CANCEL-COUNTER.
           GOBACK.

       100-GATHER-BALANCE.

       200-CHECK-ACCOUNT.
      * Already-stopped accounts just stay on the stop list; open
      * accounts qualify once the balance reaches the 80-percent
      * threshold of what they originated at.
           IF LOAN-PMI-STOP-FLAG = "Y"
               ADD 1 TO WS-ALREADY-COUNTER
               PERFORM 400-WRITE-STOP-RECORD
                   MOVE WS-BAL-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-HAVE-BALANCE.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO WS-TEST-BALANCE
               MOVE "Y" TO WS-HAVE-BALANCE
           ELSE
               IF WS-FOUND-IDX > 0
                   MOVE WS-TBL-BALANCE(WS-FOUND-IDX)
                       TO WS-TEST-BALANCE
                   MOVE "Y" TO WS-HAVE-BALANCE
               END-IF
           END-IF.
           IF WS-HAVE-BALANCE = "Y"
               PERFORM 350-SET-LTV-THRESHOLD
               IF WS-TEST-BALANCE <= WS-THRESHOLD
                   IF WS-USED-TRUE-LTV = "Y"
                       ADD 1 TO WS-TRUE-LTV-COUNTER
                   END-IF
                   MOVE SPACES TO NOTIFY-REC
                   MOVE LOAN-ACCT-NO   TO NTF-ACC
                   MOVE LOAN-CUST-NAME TO NTF-CUST-NAME
                   MOVE WS-TEST-BALANCE TO NTF-BALANCE
                   MOVE WS-THRESHOLD   TO NTF-THRESHOLD
                   WRITE NOTIFY-REC
                   END-WRITE
                   MOVE LOAN-ACCT-NO TO CRQ-ACC
                   WRITE CORR-QUEUE-REC
                   END-WRITE
                   PERFORM 450-CANCEL-CERTIFICATE
               END-IF
           END-IF.

       400-WRITE-STOP-RECORD.
           MOVE LOAN-ACCT-NO TO STOP-ACC.
           WRITE STOP-LIST-REC.

       450-CANCEL-CERTIFICATE.
      * The date stamped here is what puts the certificate on the
      * month's cancellation notice to the carrier.
           IF WS-MICERT-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO MI-ACCT-NO
               READ MICERT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT MI-ST-CANCELLED
                           MOVE "C" TO MI-STATUS
                           MOVE WS-RUN-DATE TO MI-CANCEL-DATE
                           REWRITE MI-RECORD
                           ADD 1 TO WS-MI-CANCEL-COUNTER
                       END-IF
               END-READ
           END-IF.
