      ******************************************************************
      *
      * Borrower-alert kafka producer
      * ==============================
      *
      * Publishes borrower-facing events on the "borrower-alerts"
      * topic for the CRM's text and email service to deliver, with
      * the same D8kafka retry and dead-letter handling cuotak
      * established.  The events come off the "bevtq" queue the
      * servicing programs append to - PAYDUE from payhroll, ACHRET
      * from achretrn, ESCCHG from escanal, HAZEXP from hazscan -
      * and, as PAYRCVD, off the POSTED and PARTIAL actions on
      * cashpost's "postreg" register.  A payment-due event waits
      * on the queue until the due date is WS-DUE-LEAD-DAYS away,
      * so the reminder lands just ahead of the payment; one whose
      * due date has already passed is dropped.  Each event goes to
      * every obligor on the loan off the customer cross-reference
      * who has opted in to that event on the customer master, one
      * message per customer, and every message sent is journaled
      * to "bevtjrnl" for histinq, dead letters included.  The queue
      * is rewritten with only the reminders still waiting.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bevtpk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEV-QUEUE ASSIGN TO "bevtq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEVTQ-STATUS.

           SELECT POSTING-REGISTER ASSIGN TO "postreg"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-POSTREG-STATUS.

      * Customer master and account cross-reference maintained by
      * custmain; the opt-ins live on the master, so without them
      * nobody has opted in and nothing is published.
           SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-NO
           FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * Messages that still fail after WS-MAX-RETRIES attempts land
      * here instead of being dropped as if the publish succeeded.
           SELECT DEAD-LETTER-FILE ASSIGN TO "deadletter"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DEADLETTER-STATUS.

           SELECT BEV-JOURNAL ASSIGN TO "bevtjrnl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEVTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared borrower event record; see bevtrec.cpy.
       FD BEV-QUEUE.
           COPY "bevtrec.cpy".

      * Mirrors cashpost's own FD POSTING-REGISTER layout field for
      * field.
       FD POSTING-REGISTER.
           01 POSTING-REGISTER-REC.
               05 POSTREG-ACC        PIC X(10).
               05 FILLER             PIC X(01).
               05 POSTREG-DUE-DATE   PIC 9(08).
               05 FILLER             PIC X(01).
               05 POSTREG-PAID-DATE  PIC 9(08).
               05 FILLER             PIC X(01).
               05 POSTREG-AMOUNT     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ACTION     PIC X(08).
               05 FILLER             PIC X(01).
               05 POSTREG-PRINCIPAL  PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-INTEREST   PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ESCROW     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-FEES       PIC 9(07)V9(02).

       FD CUSTMSTR.
           COPY "custrec.cpy".

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

       FD DEAD-LETTER-FILE.
           01 DEAD-LETTER-REC.
               05 DL-TOPIC   PIC X(15).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 DL-VALUE   PIC X(120).

      * Shared borrower alert journal record; see bevtjrn.cpy.
       FD BEV-JOURNAL.
           COPY "bevtjrn.cpy".

       WORKING-STORAGE SECTION.
           01 WS-BEVTQ-STATUS     PIC X(02) VALUE "00".
           01 WS-POSTREG-STATUS   PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTFILE-OPEN    PIC X(01) VALUE "N".
           01 WS-DEADLETTER-STATUS PIC X(02) VALUE "00".
           01 WS-BEVTJRNL-STATUS  PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-MSG-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-EVENT-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-NO-OPTIN-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-HELD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-STALE-COUNTER    PIC 9(09) VALUE ZEROES.

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-DUE-YEAR         PIC 9(04).
           01 WS-DUE-MMDD         PIC 9(04).
           01 WS-DUE-MONTH        PIC 9(02).
           01 WS-DUE-DAY          PIC 9(02).
           01 WS-DUE-TOTAL-DAYS   PIC 9(07).
           01 WS-DAYS-TO-DUE      PIC S9(07).

      * A payment-due reminder goes out this many days ahead.
           01 WS-DUE-LEAD-DAYS    PIC 9(03) VALUE 5.

      * The queue rides through storage so it can be rewritten with
      * only the reminders still waiting.
           01 WS-BQ-TABLE.
               05 WS-BQ-ENTRY OCCURS 5000 TIMES.
                   10 WS-BQ-EVENT      PIC X(08).
                   10 WS-BQ-ACCT       PIC X(10).
                   10 WS-BQ-DATE       PIC 9(08).
                   10 WS-BQ-AMOUNT     PIC 9(07)V9(02).
                   10 WS-BQ-DETAIL     PIC X(08).
                   10 WS-BQ-QUEUED     PIC 9(08).
                   10 WS-BQ-HELD       PIC X(01).
           01 WS-BQ-COUNT         PIC 9(04) VALUE ZEROES.
           01 WS-BQ-IDX           PIC 9(04) VALUE ZEROES.
           01 WS-BQ-OVERFLOW      PIC X(01) VALUE "N".

      * The event in hand, from the queue or the register.
           01 WS-EV-EVENT         PIC X(08) VALUE SPACES.
           01 WS-EV-ACCT          PIC X(10) VALUE SPACES.
           01 WS-EV-DATE          PIC 9(08) VALUE ZEROES.
           01 WS-EV-AMOUNT        PIC 9(07)V9(02) VALUE ZEROES.
           01 WS-EV-DETAIL        PIC X(08) VALUE SPACES.
      * Which of CUST-OPTIN the event answers to.
           01 WS-OPTIN-IDX        PIC 9(01) VALUE ZEROES.
           01 WS-SENT-TO-ANYONE   PIC X(01) VALUE "N".

      * The obligors on the event's account off the cross-reference.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
                       88 WS-PTY-OBLIGOR   VALUE "P", "C", "S",
                                                 SPACE.
           01 WS-PARTY-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX        PIC 9(02) VALUE ZEROES.
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
      ****************************************************************
      * Retry/dead-letter support for the D8kafka publish call, the
      * same discipline as cuotak's.
           01 WS-MAX-RETRIES      PIC 9(02) VALUE 3.
           01 WS-RETRY-COUNTER    PIC 9(02) VALUE ZEROES.
           01 WS-PUBLISH-OK       PIC X(01) VALUE "N".
           01 WS-DEADLETTER-COUNTER PIC 9(09) VALUE ZEROES.
      ******************************************************************
           01 KAFKA.
               05 KAFKA-TOPIC PIC X(15) VALUE "borrower-alerts".
               05 FILLER     PIC X(1)  VALUE LOW-VALUES.
               05 KAFKA-KEY  PIC X(10) VALUE SPACES.
               05 FILLER     PIC X(1)  VALUE LOW-VALUES.
              05 KAFKA-AMOUNT-VALUE PIC 9999999.99.
              05 KAFKA-DATE-VALUE   PIC 99999999.
      * The JSON payload built by 260-BUILD-JSON-VALUE just before
      * each publish.
              05 KAFKA-VALUE PIC X(120).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           PERFORM 050-LOAD-QUEUE.
           IF WS-BQ-OVERFLOW = "Y"
               DISPLAY "EVENT QUEUE TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTMSTR.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTMSTR-STATUS = "00"
                   AND WS-CUSTXREF-STATUS = "00"
               MOVE "Y" TO WS-CUSTFILE-OPEN
           END-IF.
           OPEN EXTEND DEAD-LETTER-FILE.
           IF WS-DEADLETTER-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF.
           OPEN EXTEND BEV-JOURNAL.
           IF WS-BEVTJRNL-STATUS = "35"
               OPEN OUTPUT BEV-JOURNAL
           END-IF.

           PERFORM VARYING WS-BQ-IDX FROM 1 BY 1
                   UNTIL WS-BQ-IDX > WS-BQ-COUNT
               PERFORM 100-WORK-QUEUED-EVENT
           END-PERFORM.

           MOVE "N" TO WS-EOF.
           OPEN INPUT POSTING-REGISTER.
           IF WS-POSTREG-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ POSTING-REGISTER
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 150-WORK-POSTING
                   END-READ
               END-PERFORM
               CLOSE POSTING-REGISTER
           END-IF.

           PERFORM 400-REWRITE-QUEUE.

           IF WS-CUSTFILE-OPEN = "Y"
               CLOSE CUSTMSTR
               CLOSE CUSTXREF
           END-IF.
           CLOSE DEAD-LETTER-FILE.
           CLOSE BEV-JOURNAL.

           DISPLAY "EVENTS WORKED: "          WS-EVENT-COUNTER.
           DISPLAY "TOTAL MESSAGES PUBLISHED: " WS-MSG-COUNTER.
           DISPLAY "TOTAL DEAD-LETTERED: "    WS-DEADLETTER-COUNTER.
           DISPLAY "EVENTS NOT OPTED IN: "    WS-NO-OPTIN-COUNTER.
           DISPLAY "REMINDERS WAITING: "      WS-HELD-COUNTER.
           DISPLAY "REMINDERS PAST DUE: "     WS-STALE-COUNTER.
           IF WS-DEADLETTER-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-QUEUE.
      * A queue larger than the table is refused before anything is
      * published, so no event is lost to the rewrite.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BEV-QUEUE.
           IF WS-BEVTQ-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ BEV-QUEUE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-BQ-COUNT < 5000
                           ADD 1 TO WS-BQ-COUNT
                           MOVE BEV-EVENT
                               TO WS-BQ-EVENT(WS-BQ-COUNT)
                           MOVE BEV-ACCT
                               TO WS-BQ-ACCT(WS-BQ-COUNT)
                           MOVE BEV-EVENT-DATE
                               TO WS-BQ-DATE(WS-BQ-COUNT)
                           MOVE BEV-AMOUNT
                               TO WS-BQ-AMOUNT(WS-BQ-COUNT)
                           MOVE BEV-DETAIL
                               TO WS-BQ-DETAIL(WS-BQ-COUNT)
                           MOVE BEV-QUEUED-DATE
                               TO WS-BQ-QUEUED(WS-BQ-COUNT)
                           MOVE "N" TO WS-BQ-HELD(WS-BQ-COUNT)
                       ELSE
                           MOVE "Y" TO WS-BQ-OVERFLOW
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BEV-QUEUE
           END-IF.

       100-WORK-QUEUED-EVENT.
           MOVE WS-BQ-EVENT(WS-BQ-IDX)  TO WS-EV-EVENT.
           MOVE WS-BQ-ACCT(WS-BQ-IDX)   TO WS-EV-ACCT.
           MOVE WS-BQ-DATE(WS-BQ-IDX)   TO WS-EV-DATE.
           MOVE WS-BQ-AMOUNT(WS-BQ-IDX) TO WS-EV-AMOUNT.
           MOVE WS-BQ-DETAIL(WS-BQ-IDX) TO WS-EV-DETAIL.
           IF WS-EV-EVENT = "PAYDUE"
               PERFORM 120-DAYS-TO-DUE
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-DUE > WS-DUE-LEAD-DAYS
                       MOVE "Y" TO WS-BQ-HELD(WS-BQ-IDX)
                       ADD 1 TO WS-HELD-COUNTER
                   WHEN WS-DAYS-TO-DUE < 0
                       ADD 1 TO WS-STALE-COUNTER
                   WHEN OTHER
                       PERFORM 300-SEND-EVENT
               END-EVALUATE
           ELSE
               PERFORM 300-SEND-EVENT
           END-IF.

       120-DAYS-TO-DUE.
           DIVIDE WS-EV-DATE BY 10000
               GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MMDD.
           DIVIDE WS-DUE-MMDD BY 100
               GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY.
           COMPUTE WS-DUE-TOTAL-DAYS =
                   WS-DUE-YEAR * 360 + WS-DUE-MONTH * 30
                   + WS-DUE-DAY.
           COMPUTE WS-DAYS-TO-DUE =
                   WS-DUE-TOTAL-DAYS - WS-RUN-TOTAL-DAYS.

       150-WORK-POSTING.
      * Money received is what the borrower hears about; fee,
      * curtailment, suspense, and reversal lines are not.
           IF POSTREG-ACTION = "POSTED" OR POSTREG-ACTION = "PARTIAL"
               MOVE "PAYRCVD"         TO WS-EV-EVENT
               MOVE POSTREG-ACC       TO WS-EV-ACCT
               MOVE POSTREG-PAID-DATE TO WS-EV-DATE
               MOVE POSTREG-AMOUNT    TO WS-EV-AMOUNT
               MOVE POSTREG-ACTION    TO WS-EV-DETAIL
               PERFORM 300-SEND-EVENT
           END-IF.

       250-PUBLISH-MESSAGE.
      * Retry the D8kafka CALL up to WS-MAX-RETRIES times when the
      * broker is unreachable (non-zero RETURN-CODE); a message that
      * still fails after the last retry is written to the
      * dead-letter file instead of being silently dropped.
           MOVE "N" TO WS-PUBLISH-OK.
           MOVE 0 TO WS-RETRY-COUNTER.
           PERFORM UNTIL WS-PUBLISH-OK = "Y"
                      OR WS-RETRY-COUNTER >= WS-MAX-RETRIES
               CALL "D8kafka" USING KAFKA-TOPIC
                                    KAFKA-KEY
                                    KAFKA-VALUE
               ADD 1 TO WS-RETRY-COUNTER
               IF RETURN-CODE = 0
                   MOVE "Y" TO WS-PUBLISH-OK
               END-IF
           END-PERFORM.
           IF WS-PUBLISH-OK = "Y"
               ADD 1 TO WS-MSG-COUNTER
           ELSE
               ADD 1 TO WS-DEADLETTER-COUNTER
               MOVE KAFKA-TOPIC TO DL-TOPIC
               MOVE KAFKA-VALUE TO DL-VALUE
               WRITE DEAD-LETTER-REC
               END-WRITE
           END-IF.
           MOVE 0 TO RETURN-CODE.

       260-BUILD-JSON-VALUE.
      * One alert as a JSON object, the same consumer-friendly shape
      * cuotapk's 260-BUILD-JSON-VALUE established.
           MOVE WS-EV-AMOUNT TO KAFKA-AMOUNT-VALUE.
           MOVE WS-EV-DATE   TO KAFKA-DATE-VALUE.
           MOVE SPACES TO KAFKA-VALUE.
           STRING '{"Event":"'     DELIMITED BY SIZE
                  WS-EV-EVENT      DELIMITED BY SPACE
                  '","Account":"'  DELIMITED BY SIZE
                  WS-EV-ACCT       DELIMITED BY SIZE
                  '","Cust":"'     DELIMITED BY SIZE
                  CUST-NO          DELIMITED BY SIZE
                  '","Date":'      DELIMITED BY SIZE
                  KAFKA-DATE-VALUE DELIMITED BY SIZE
                  ',"Amount":'     DELIMITED BY SIZE
                  KAFKA-AMOUNT-VALUE DELIMITED BY SIZE
                  ',"Detail":"'    DELIMITED BY SIZE
                  WS-EV-DETAIL     DELIMITED BY SPACE
                  '"}'             DELIMITED BY SIZE
                  INTO KAFKA-VALUE
           END-STRING.

       270-JOURNAL-ALERT.
           MOVE SPACES        TO BEV-JOURNAL-REC.
           MOVE WS-RUN-DATE   TO BVJ-DATE.
           MOVE CUST-NO       TO BVJ-CUST-NO.
           MOVE WS-EV-ACCT    TO BVJ-ACCT.
           MOVE WS-EV-EVENT   TO BVJ-EVENT.
           MOVE WS-EV-DATE    TO BVJ-EVENT-DATE.
           MOVE WS-EV-AMOUNT  TO BVJ-AMOUNT.
           IF WS-PUBLISH-OK = "Y"
               MOVE "P" TO BVJ-STATUS
           ELSE
               MOVE "D" TO BVJ-STATUS
           END-IF.
           WRITE BEV-JOURNAL-REC.

       300-SEND-EVENT.
      * One message per obligor who has opted in to this event.
           ADD 1 TO WS-EVENT-COUNTER.
           MOVE "N" TO WS-SENT-TO-ANYONE.
           EVALUATE WS-EV-EVENT
               WHEN "PAYDUE"
                   MOVE 1 TO WS-OPTIN-IDX
               WHEN "PAYRCVD"
                   MOVE 2 TO WS-OPTIN-IDX
               WHEN "ACHRET"
                   MOVE 3 TO WS-OPTIN-IDX
               WHEN "ESCCHG"
                   MOVE 4 TO WS-OPTIN-IDX
               WHEN "HAZEXP"
                   MOVE 5 TO WS-OPTIN-IDX
               WHEN OTHER
                   MOVE 0 TO WS-OPTIN-IDX
           END-EVALUATE.
           IF WS-CUSTFILE-OPEN = "Y" AND WS-OPTIN-IDX > 0
               PERFORM 310-GATHER-PARTIES
               PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                       UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
                   IF WS-PTY-OBLIGOR(WS-PARTY-IDX)
                       MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO CUST-NO
                       READ CUSTMSTR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 350-ALERT-CUSTOMER
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SENT-TO-ANYONE = "N"
               ADD 1 TO WS-NO-OPTIN-COUNTER
           END-IF.

       310-GATHER-PARTIES.
      * The account's entries sit together under its key; browse
      * from the first of them until the account changes.
           MOVE 0 TO WS-PARTY-COUNT.
           MOVE "N" TO WS-XREF-EOF.
           MOVE WS-EV-ACCT TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = WS-EV-ACCT
                           OR WS-PARTY-COUNT >= 10
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       ADD 1 TO WS-PARTY-COUNT
                       MOVE XREF-CUST-NO
                           TO WS-PTY-CUST-NO(WS-PARTY-COUNT)
                       MOVE XREF-ROLE
                           TO WS-PTY-ROLE(WS-PARTY-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

       350-ALERT-CUSTOMER.
           IF CUST-OPTIN(WS-OPTIN-IDX) = "Y"
               MOVE "Y" TO WS-SENT-TO-ANYONE
               MOVE WS-EV-ACCT TO KAFKA-KEY
               PERFORM 260-BUILD-JSON-VALUE
               PERFORM 250-PUBLISH-MESSAGE
               PERFORM 270-JOURNAL-ALERT
           END-IF.

       400-REWRITE-QUEUE.
      * What was worked is gone; the reminders still waiting are
      * written back for the next run.
           IF WS-BQ-COUNT > 0
               OPEN OUTPUT BEV-QUEUE
               PERFORM VARYING WS-BQ-IDX FROM 1 BY 1
                       UNTIL WS-BQ-IDX > WS-BQ-COUNT
                   IF WS-BQ-HELD(WS-BQ-IDX) = "Y"
                       MOVE SPACES TO BORROWER-EVENT-REC
                       MOVE WS-BQ-EVENT(WS-BQ-IDX)  TO BEV-EVENT
                       MOVE WS-BQ-ACCT(WS-BQ-IDX)   TO BEV-ACCT
                       MOVE WS-BQ-DATE(WS-BQ-IDX)   TO BEV-EVENT-DATE
                       MOVE WS-BQ-AMOUNT(WS-BQ-IDX) TO BEV-AMOUNT
                       MOVE WS-BQ-DETAIL(WS-BQ-IDX) TO BEV-DETAIL
                       MOVE WS-BQ-QUEUED(WS-BQ-IDX)
                           TO BEV-QUEUED-DATE
                       WRITE BORROWER-EVENT-REC
                   END-IF
               END-PERFORM
               CLOSE BEV-QUEUE
           END-IF.
