      * number disclosed on the analysis statement is the number
      * actually billed the next cycle.  Accounts whose figure moved
      * are stamped onto the pricing delta file so an incremental
      * pricing night re-prices them, and queued on "bevtq" as an
      * ESCCHG borrower event so bevtpk can tell the borrower the
      * payment is changing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

      * Borrower-alert event queue bevtpk publishes from.
           SELECT BEV-QUEUE ASSIGN TO "bevtq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEVTQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per actual tax or insurance payment made on behalf
           01 DELTA-REC.
               05 DELTA-ACC          PIC X(10).

      * Shared borrower event record; see bevtrec.cpy.
       FD BEV-QUEUE.
           COPY "bevtrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-DISB-EOF         PIC X(01) VALUE "N".
           01 WS-CUOTA-EOF        PIC X(01) VALUE "N".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-BEVTQ-STATUS     PIC X(02) VALUE "00".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * Actual disbursements summed per account before the CUOTA
      * pass; the matched flag lets the wrap-up list accounts that
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF.
           OPEN EXTEND BEV-QUEUE.
           IF WS-BEVTQ-STATUS = "35"
               OPEN OUTPUT BEV-QUEUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-CUOTA-EOF = "Y"
               READ CUOTA
           CLOSE ANALYSIS-REPORT.
           CLOSE ESCROW-AMOUNT-FILE.
           CLOSE DELTA-FILE.
           CLOSE BEV-QUEUE.

           DISPLAY "ACCOUNTS ANALYZED: " WS-ACCT-COUNTER.
           GOBACK.
               MOVE SPACES    TO DELTA-REC
               MOVE CUOTA-ACC TO DELTA-ACC
               WRITE DELTA-REC
               MOVE SPACES         TO BORROWER-EVENT-REC
               MOVE "ESCCHG"       TO BEV-EVENT
               MOVE CUOTA-ACC      TO BEV-ACCT
               MOVE WS-RUN-DATE    TO BEV-EVENT-DATE
               MOVE WS-NEW-MONTHLY TO BEV-AMOUNT
               MOVE WS-RUN-DATE    TO BEV-QUEUED-DATE
               WRITE BORROWER-EVENT-REC
           END-IF.

       800-LIST-UNMATCHED-ACCOUNTS.
