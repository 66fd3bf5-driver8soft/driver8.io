      ******************************************************************
      *
      * Portal Payment Batch Build
      * ===========================
      *
      * Runs ahead of lockbox each night and turns the payments the
      * MakePayment RPC queued on "portpend" into portal batches on
      * the "lockbox" transmission, in the same header/detail/
      * trailer shape the bank's batches arrive in, so lockbox's
      * proof and duplicate-batch protection and then cashpost
      * handle them like any bank receipt.  Every payment whose
      * credit date has come is batched; one credited to a later
      * business day stays queued for that night.  Portal batch ids
      * are their own range - "P", the credit date, and a part
      * number - so a rerun after lockbox has taken a batch is
      * turned away by lockbox as a duplicate.  A credit date with
      * more payments than lockbox takes in one batch is split
      * across parts.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. portbtch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "portpend"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

      * Mirrors lockbox's own SELECT LOCKBOX-FILE; the portal
      * batches are appended behind whatever the bank sent.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared portal-payment pending record; see portpnd.cpy.
       FD PENDING-FILE.
           COPY "portpnd.cpy".

      * Mirrors lockbox's own FD LOCKBOX-FILE layout field for
      * field.
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
           01 LOCKBOX-DETAIL.
               05 LBD-TYPE           PIC X(01).
               05 LBD-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 LBD-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 LBD-AMOUNT         PIC 9(07)V9(02).
           01 LOCKBOX-TRAILER.
               05 LBT-TYPE           PIC X(01).
               05 FILLER             PIC X(10).
               05 FILLER             PIC X(01).
               05 FILLER             PIC 9(08).
               05 FILLER             PIC X(01).
               05 LBT-COUNT          PIC 9(06).
               05 FILLER             PIC X(01).
               05 LBT-TOTAL          PIC 9(09)V9(02).

       WORKING-STORAGE SECTION.
           01 WS-PENDING-STATUS   PIC X(02) VALUE "00".
           01 WS-LOCKBOX-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * The queue in storage; each entry is flagged once it is
      * batched so the rest can be written back.
           01 WS-PEND-TABLE.
               05 WS-PEND-ENTRY OCCURS 5000 TIMES.
                   10 WS-PND-IMAGE     PIC X(60).
                   10 WS-PND-ACC       PIC X(10).
                   10 WS-PND-CREDIT    PIC 9(08).
                   10 WS-PND-AMOUNT    PIC 9(07)V9(02).
                   10 WS-PND-BATCHED   PIC X(01).
           01 WS-PEND-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-PND-OVERFLOW     PIC X(01) VALUE "N".
           01 WS-PND-IDX          PIC 9(04) VALUE ZEROES.

      * Lockbox proves at most this many details in one batch.
           01 WS-BATCH-LIMIT      PIC 9(04) VALUE 1000.
           01 WS-CUR-CREDIT       PIC 9(08) VALUE ZEROES.
           01 WS-CUR-PART         PIC 9(01) VALUE ZEROES.
           01 WS-BATCH-COUNT      PIC 9(06) VALUE ZEROES.
           01 WS-BATCH-TOTAL      PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-BATCH-ID.
               05 FILLER           PIC X(01) VALUE "P".
               05 WS-BID-DATE      PIC 9(08).
               05 WS-BID-PART      PIC 9(01).

           01 WS-BATCH-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-PAYMENT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-HELD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-MONEY-TOTAL      PIC 9(11)V9(02) VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 050-LOAD-PENDING.
           IF WS-PND-OVERFLOW = "Y"
               DISPLAY "PENDING TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS = "35"
               OPEN OUTPUT LOCKBOX-FILE
           END-IF.
           IF WS-LOCKBOX-STATUS NOT = "00"
               DISPLAY "LOCKBOX OPEN FAILED, STATUS: "
                       WS-LOCKBOX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * Oldest credit date first, one date at a time, until nothing
      * due tonight is left unbatched.
           PERFORM 100-NEXT-CREDIT-DATE.
           PERFORM UNTIL WS-CUR-CREDIT = 0
               MOVE 0 TO WS-CUR-PART
               PERFORM 200-WRITE-BATCHES
               PERFORM 100-NEXT-CREDIT-DATE
           END-PERFORM.
           CLOSE LOCKBOX-FILE.

           PERFORM 300-REWRITE-PENDING.

           DISPLAY "PORTAL BATCHES WRITTEN: " WS-BATCH-COUNTER.
           DISPLAY "PORTAL PAYMENTS BATCHED: " WS-PAYMENT-COUNTER.
           DISPLAY "PORTAL MONEY BATCHED: "   WS-MONEY-TOTAL.
           DISPLAY "PAYMENTS HELD FOR LATER: " WS-HELD-COUNTER.
           GOBACK.

       050-LOAD-PENDING.
      * No queue means the portal took nothing since last night.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ PENDING-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PEND-COUNT < 5000
                           ADD 1 TO WS-PEND-COUNT
                           MOVE PORTAL-PEND-REC
                               TO WS-PND-IMAGE(WS-PEND-COUNT)
                           MOVE PPND-ACC
                               TO WS-PND-ACC(WS-PEND-COUNT)
                           MOVE PPND-CREDIT-DATE
                               TO WS-PND-CREDIT(WS-PEND-COUNT)
                           MOVE PPND-AMOUNT
                               TO WS-PND-AMOUNT(WS-PEND-COUNT)
                           MOVE "N"
                               TO WS-PND-BATCHED(WS-PEND-COUNT)
                       ELSE
      * A payment the table cannot hold would be lost on the
      * rewrite; refuse the run instead.
                           MOVE "Y" TO WS-PND-OVERFLOW
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       100-NEXT-CREDIT-DATE.
           MOVE 0 TO WS-CUR-CREDIT.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PEND-COUNT
               IF WS-PND-BATCHED(WS-PND-IDX) = "N"
                       AND WS-PND-CREDIT(WS-PND-IDX) <= WS-RUN-DATE
                       AND (WS-CUR-CREDIT = 0
                            OR WS-PND-CREDIT(WS-PND-IDX)
                               < WS-CUR-CREDIT)
                   MOVE WS-PND-CREDIT(WS-PND-IDX) TO WS-CUR-CREDIT
               END-IF
           END-PERFORM.

       200-WRITE-BATCHES.
      * The header carries the proof figures, so each part's count
      * and total are taken before its details are written.
           PERFORM UNTIL WS-CUR-CREDIT = 0
               ADD 1 TO WS-CUR-PART
               MOVE WS-CUR-CREDIT TO WS-BID-DATE
               MOVE WS-CUR-PART   TO WS-BID-PART
               MOVE 0 TO WS-BATCH-COUNT
               MOVE 0 TO WS-BATCH-TOTAL
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PEND-COUNT
                          OR WS-BATCH-COUNT >= WS-BATCH-LIMIT
                   IF WS-PND-BATCHED(WS-PND-IDX) = "N"
                           AND WS-PND-CREDIT(WS-PND-IDX)
                               = WS-CUR-CREDIT
                       ADD 1 TO WS-BATCH-COUNT
                       ADD WS-PND-AMOUNT(WS-PND-IDX) TO WS-BATCH-TOTAL
                   END-IF
               END-PERFORM

               MOVE SPACES TO LOCKBOX-HEADER
               MOVE "H"            TO LBH-TYPE
               MOVE WS-BATCH-ID    TO LBH-BATCH-ID
               MOVE WS-CUR-CREDIT  TO LBH-DATE
               MOVE WS-BATCH-COUNT TO LBH-COUNT
               MOVE WS-BATCH-TOTAL TO LBH-TOTAL
               WRITE LOCKBOX-HEADER

               MOVE 0 TO WS-BATCH-COUNT
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PEND-COUNT
                          OR WS-BATCH-COUNT >= WS-BATCH-LIMIT
                   IF WS-PND-BATCHED(WS-PND-IDX) = "N"
                           AND WS-PND-CREDIT(WS-PND-IDX)
                               = WS-CUR-CREDIT
                       PERFORM 250-WRITE-DETAIL
                   END-IF
               END-PERFORM

               MOVE SPACES TO LOCKBOX-TRAILER
               MOVE "T"            TO LBT-TYPE
               MOVE WS-BATCH-COUNT TO LBT-COUNT
               MOVE WS-BATCH-TOTAL TO LBT-TOTAL
               WRITE LOCKBOX-TRAILER
               ADD 1 TO WS-BATCH-COUNTER

      * The queue table holds five batches' worth, so the single
      * part digit never wraps onto an id already used.
               PERFORM 260-CHECK-DATE-LEFT
           END-PERFORM.

       250-WRITE-DETAIL.
           MOVE SPACES TO LOCKBOX-DETAIL.
           MOVE "D"                       TO LBD-TYPE.
           MOVE WS-PND-ACC(WS-PND-IDX)    TO LBD-ACC.
           MOVE WS-CUR-CREDIT             TO LBD-DATE.
           MOVE WS-PND-AMOUNT(WS-PND-IDX) TO LBD-AMOUNT.
           WRITE LOCKBOX-DETAIL.
           MOVE "Y" TO WS-PND-BATCHED(WS-PND-IDX).
           ADD 1 TO WS-BATCH-COUNT.
           ADD 1 TO WS-PAYMENT-COUNTER.
           ADD WS-PND-AMOUNT(WS-PND-IDX) TO WS-MONEY-TOTAL.

       260-CHECK-DATE-LEFT.
      * Another part is needed only while this date still has
      * unbatched payments.
           MOVE "N" TO WS-EOF.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PEND-COUNT
                      OR WS-EOF = "Y"
               IF WS-PND-BATCHED(WS-PND-IDX) = "N"
                       AND WS-PND-CREDIT(WS-PND-IDX) = WS-CUR-CREDIT
                   MOVE "Y" TO WS-EOF
               END-IF
           END-PERFORM.
           IF WS-EOF = "N"
               MOVE 0 TO WS-CUR-CREDIT
           END-IF.

       300-REWRITE-PENDING.
      * What is left on the queue is everything credited to a later
      * business day.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PEND-COUNT
               IF WS-PND-BATCHED(WS-PND-IDX) = "N"
                   MOVE WS-PND-IMAGE(WS-PND-IDX) TO PORTAL-PEND-REC
                   WRITE PORTAL-PEND-REC
                   ADD 1 TO WS-HELD-COUNTER
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.
