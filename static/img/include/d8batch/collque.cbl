      * Collections Work-Queue Builder
      * ===============================
      *
      * Turns the aging listing into an actual collections
      * workflow: open payhist items are bucketed with the same
      * 30/360 aging arithmetic delinqage uses, aggregated to one
      * entry per delinquent account, joined to LOANMSTR for the
      * customer name and address, ranked worst bucket first
      * (largest past-due amount first within a bucket), and
      * assigned round-robin to collector IDs on the "workqueue"
      * file.  An account with an unbroken promise to pay dated in
      * the future on "promises" drops out of the queue until the
      * promise lapses, and one under a do-not-call service hold
      * (see holdmaint and svchold) stays off it while the hold
      * stands.  A balloon past its due date is not queued as
      * ordinary delinquency: matpass lists the open balloons on
      * "balmatur" and the desk works a matured one off its
      * exception report, the same way delinqage keeps it out of
      * the aging.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * Open balloons matpass lists each month; optional.
           SELECT BALLOON-FILE ASSIGN TO "balmatur"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BALLOON-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared payment-history record; see payhist.cpy.
      * Mirrors custmain's own FD CUSTXREF layout field for field.
       FD CUSTXREF.
           01 XREF-REC.
               05 XREF-KEY.
                   10 XREF-ACCT-NO   PIC X(10).
                   10 XREF-CUST-NO   PIC X(06).
               05 XREF-ROLE          PIC X(01).
                   88 XREF-PRIMARY        VALUE "P", SPACE.
                   88 XREF-CO-BORROWER    VALUE "C".
                   88 XREF-CO-SIGNER      VALUE "S".
                   88 XREF-GUARANTOR      VALUE "G".
                   88 XREF-NB-SPOUSE      VALUE "N".
                   88 XREF-OBLIGOR        VALUE "P", "C", "S", SPACE.

      * Mirrors matpass's own FD BALLOON-FILE layout field for
      * field.
       FD BALLOON-FILE.
           01 BALLOON-REC.
               05 BMT-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 BMT-DUE-MONTH      PIC 9(06).
               05 FILLER             PIC X(01).
               05 BMT-AMOUNT         PIC 9(07)V9(02).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTFILE-OPEN    PIC X(01) VALUE "N".
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-QUEUE-CUST-NO    PIC X(06) VALUE SPACES.
           01 WS-PROMISE-STATUS   PIC X(02) VALUE "00".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-PROM-EOF         PIC X(01) VALUE "N".
           01 WS-PLAN-STATUS      PIC X(02) VALUE "00".
           01 WS-PLAN-EOF         PIC X(01) VALUE "N".
           01 WS-BALLOON-STATUS   PIC X(02) VALUE "00".
           01 WS-BALLOON-EOF      PIC X(01) VALUE "N".
      * Open balloons by account and due month; an item matching
      * one that has come due is a matured balloon.
           01 WS-BALLOON-TABLE.
               05 WS-BALLOON-ENTRY OCCURS 2000 TIMES.
                   10 WS-BAL-ACC       PIC X(10).
                   10 WS-BAL-DUE-MONTH PIC 9(06).
           01 WS-BALLOON-COUNT    PIC 9(04) VALUE ZEROES.
           01 WS-BAL-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-IS-BALLOON       PIC X(01) VALUE "N".
           01 WS-ITEM-YYYYMM      PIC 9(06) VALUE ZEROES.
           01 WS-BALLOON-COUNTER  PIC 9(09) VALUE ZEROES.
      * Active repayment plans; an open item due before its
      * account's plan start is shielded from aging.
           01 WS-PLAN-TABLE.
           01 WS-QUEUED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-PROMISED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-STAYED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-SVC-HELD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-QUEUE-NAME       PIC X(30) VALUE SPACES.
           01 WS-RANK             PIC 9(04) VALUE ZEROES.

      * Shared service-hold parameter record; see svhparm.cpy.
           COPY "svhparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
           END-IF.

           PERFORM 070-LOAD-PLANS.
           PERFORM 080-LOAD-BALLOONS.

           OPEN INPUT PAYMENT-HISTORY.
           PERFORM UNTIL WS-HIST-EOF = "Y"
               CLOSE CUSTMSTR
               CLOSE CUSTXREF
           END-IF.
           MOVE "C" TO SVH-FUNCTION.
           CALL "svchold" USING SVH-PARAMS.

           DISPLAY "ACCOUNTS QUEUED: "        WS-QUEUED-COUNTER.
           DISPLAY "ACCOUNTS UNDER PROMISE: " WS-PROMISED-COUNTER.
           DISPLAY "ACCOUNTS UNDER STAY: "    WS-STAYED-COUNTER.
           DISPLAY "ACCOUNTS DO NOT CALL: "   WS-SVC-HELD-COUNTER.
           DISPLAY "MATURED BALLOONS SKIPPED: " WS-BALLOON-COUNTER.
           GOBACK.

       070-LOAD-PLANS.
               END-IF
           END-PERFORM.

       080-LOAD-BALLOONS.
           OPEN INPUT BALLOON-FILE.
           IF WS-BALLOON-STATUS = "35"
               MOVE "Y" TO WS-BALLOON-EOF
           ELSE
               PERFORM UNTIL WS-BALLOON-EOF = "Y"
                   READ BALLOON-FILE
                   AT END MOVE "Y" TO WS-BALLOON-EOF
                   NOT AT END
                       IF WS-BALLOON-COUNT < 2000
                           ADD 1 TO WS-BALLOON-COUNT
                           MOVE BMT-ACC
                               TO WS-BAL-ACC(WS-BALLOON-COUNT)
                           MOVE BMT-DUE-MONTH
                               TO WS-BAL-DUE-MONTH(WS-BALLOON-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BALLOON-FILE
           END-IF.

       085-CHECK-BALLOON.
           MOVE "N" TO WS-IS-BALLOON.
           DIVIDE PAYHIST-DUE-DATE BY 100
               GIVING WS-ITEM-YYYYMM.
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BALLOON-COUNT
                      OR WS-IS-BALLOON = "Y"
               IF WS-BAL-ACC(WS-BAL-IDX) = PAYHIST-ACC
                       AND WS-BAL-DUE-MONTH(WS-BAL-IDX)
                           = WS-ITEM-YYYYMM
                   MOVE "Y" TO WS-IS-BALLOON
               END-IF
           END-PERFORM.

       100-BUCKET-OPEN-ITEM.
      * Same bucket boundaries as delinqage's 100-AGE-PAYMENT; only
      * items actually past due put their account in the queue.
                   WHEN OTHER
                       MOVE 5 TO WS-ITEM-BUCKET
               END-EVALUATE
               PERFORM 085-CHECK-BALLOON
               IF WS-ITEM-BUCKET > 1
                   IF WS-IS-BALLOON = "Y"
                       ADD 1 TO WS-BALLOON-COUNTER
                   ELSE
                       PERFORM 150-ACCUMULATE-ACCOUNT
                   END-IF
               END-IF
           END-IF.


       450-WRITE-QUEUE-ENTRY.
      * A bankruptcy stay keeps the account out of the collectors'
      * hands entirely; it never reaches the queue while stayed.  A
      * do-not-call service hold keeps it off the queue the same
      * way while the hold stands.
           MOVE SPACES TO WS-QUEUE-NAME.
           MOVE WS-QUE-ACC(WS-QUE-IDX) TO LOAN-ACCT-NO.
           READ LOANMSTR
                   IF LOAN-ST-BANKRUPTCY
                       ADD 1 TO WS-STAYED-COUNTER
                   ELSE
                       PERFORM 452-CHECK-SERVICE-HOLD
                       IF SVH-HELD
                           ADD 1 TO WS-SVC-HELD-COUNTER
                       ELSE
                           PERFORM 455-RESOLVE-CUSTOMER-NAME
                       END-IF
                   END-IF
           END-READ.
           IF WS-QUEUE-NAME NOT = SPACES
               PERFORM 460-WRITE-RANKED-ENTRY
           END-IF.

       452-CHECK-SERVICE-HOLD.
           MOVE "S"          TO SVH-FUNCTION.
           MOVE LOAN-ACCT-NO TO SVH-ACCT.
           MOVE "DNC"        TO SVH-TYPE.
           MOVE "collque"    TO SVH-CALLER.
           CALL "svchold" USING SVH-PARAMS.

       455-RESOLVE-CUSTOMER-NAME.
      * A linked account's name comes off the customer master so
      * the collectors dial the customer the address change reached;
      * unlinked accounts keep the loan record's own copy.  The
      * queue works the primary borrower, or the first party on the
      * account when no primary is linked.
           MOVE LOAN-CUST-NAME TO WS-QUEUE-NAME.
           IF WS-CUSTFILE-OPEN = "Y"
               MOVE SPACES TO WS-QUEUE-CUST-NO
               MOVE "N" TO WS-XREF-EOF
               MOVE WS-QUE-ACC(WS-QUE-IDX) TO XREF-ACCT-NO
               MOVE LOW-VALUES TO XREF-CUST-NO
               START CUSTXREF KEY NOT < XREF-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF
               END-START
               PERFORM UNTIL WS-XREF-EOF = "Y"
                   READ CUSTXREF NEXT RECORD
                   AT END MOVE "Y" TO WS-XREF-EOF
                   NOT AT END
                       IF XREF-ACCT-NO NOT = WS-QUE-ACC(WS-QUE-IDX)
                           MOVE "Y" TO WS-XREF-EOF
                       ELSE
                           IF WS-QUEUE-CUST-NO = SPACES
                                   OR XREF-PRIMARY
                               MOVE XREF-CUST-NO TO WS-QUEUE-CUST-NO
                           END-IF
                           IF XREF-PRIMARY
                               MOVE "Y" TO WS-XREF-EOF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-QUEUE-CUST-NO NOT = SPACES
                   MOVE WS-QUEUE-CUST-NO TO CUST-NO
                   READ CUSTMSTR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-NAME TO WS-QUEUE-NAME
                   END-READ
               END-IF
           END-IF.

       460-WRITE-RANKED-ENTRY.
