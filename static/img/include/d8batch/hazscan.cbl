      * appending a force-placed invoice to the "payinv" file the
      * escrow disbursement run pays, and HAZ-FORCED is set so the
      * same lapse is never billed twice.  Everything flagged is
      * listed on the "hazrpt" report.  An expiring policy is also
      * queued on "bevtq" as a HAZEXP borrower event for bevtpk to
      * alert the borrower.  Day arithmetic is the same 30/360
      * convention the aging chain uses.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Borrower-alert event queue bevtpk publishes from.
           SELECT BEV-QUEUE ASSIGN TO "bevtq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEVTQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HAZPOLCY.
       FD SCAN-REPORT.
           01 SCAN-REPORT-REC PIC X(80).

      * Shared borrower event record; see bevtrec.cpy.
       FD BEV-QUEUE.
           COPY "bevtrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-HAZPOLCY-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-INVOICE-STATUS   PIC X(02) VALUE "00".
           01 WS-BEVTQ-STATUS     PIC X(02) VALUE "00".
           01 WS-POLICY-EOF       PIC X(01) VALUE "N".

      * Run date and 30/360 day math, the same aging arithmetic
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           OPEN OUTPUT SCAN-REPORT.
           OPEN EXTEND BEV-QUEUE.
           IF WS-BEVTQ-STATUS = "35"
               OPEN OUTPUT BEV-QUEUE
           END-IF.

           MOVE LOW-VALUES TO HAZ-ACCT-NO.
           START HAZPOLCY KEY NOT < HAZ-ACCT-NO
           CLOSE LETTER-EXTRACT.
           CLOSE INVOICE-FILE.
           CLOSE SCAN-REPORT.
           CLOSE BEV-QUEUE.

           DISPLAY "POLICIES EXPIRING: " WS-EXPIRING-COUNTER.
           DISPLAY "POLICIES EXPIRED: "  WS-EXPIRED-COUNTER.
                   MOVE "EXPIRING" TO WS-DTL-ACTION
                   PERFORM 200-WRITE-LETTER
                   PERFORM 800-WRITE-DETAIL
                   PERFORM 250-QUEUE-EXPIRY-ALERT
               WHEN WS-DAYS-TO-EXPIRY > (0 - WS-GRACE-DAYS)
                   ADD 1 TO WS-EXPIRED-COUNTER
                   MOVE "EXPIRED" TO WS-DTL-ACTION
           MOVE WS-DTL-ACTION TO HZL-REASON.
           WRITE LETTER-REC.

       250-QUEUE-EXPIRY-ALERT.
           MOVE SPACES        TO BORROWER-EVENT-REC.
           MOVE "HAZEXP"      TO BEV-EVENT.
           MOVE HAZ-ACCT-NO   TO BEV-ACCT.
           MOVE HAZ-EXP-DATE  TO BEV-EVENT-DATE.
           MOVE 0             TO BEV-AMOUNT.
           MOVE WS-RUN-DATE   TO BEV-QUEUED-DATE.
           WRITE BORROWER-EVENT-REC.

       300-FORCE-PLACE.
      * An uncured lapse is billed once: the force-placed premium
      * rides the payee invoice file into the next escrow
