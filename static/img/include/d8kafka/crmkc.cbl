      ******************************************************************
      *
      * CRM customer-change kafka consumer
      * ===================================
      *
      * Counterpart to cuotakc for the CRM: subscribes to the
      * "customer-changes" topic the CRM publishes whenever a
      * borrower updates their name, address, phone or email there,
      * and turns each event into a custmain "C" transaction on the
      * "crmtran" file, so the change reaches CUSTMSTR through
      * custmain's normal edits the same night instead of waiting
      * for someone to re-key it.  The transaction carries the CRM's
      * event id and only the fields the event changed; custmain
      * fills the rest from the master.  Every event is journaled
      * by its id on the indexed CRMJRNL file before it is queued,
      * and an event already on the journal is a redelivery and is
      * skipped, so no event is ever applied twice.  An event with
      * no id, no customer number, nothing to change, or a field too
      * long for the master is rejected here onto "crmrej", where
      * custmain's own rejects join it for crmrejpk to publish back.
      * The night's counts start the "crmstat" file eonstat reads.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmkc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRMJRNL ASSIGN TO "CRMJRNL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRMJ-EVENT-ID
           FILE STATUS IS WS-CRMJRNL-STATUS.

      * Change transactions for custmain, appended until custmain
      * works and empties the file.
           SELECT CRM-TRANS-FILE ASSIGN TO "crmtran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMTRAN-STATUS.

           SELECT CRM-REJECT-FILE ASSIGN TO "crmrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMREJ-STATUS.

           SELECT CRM-STAT-FILE ASSIGN TO "crmstat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared CRM event journal record; see crmjrn.cpy.
       FD CRMJRNL.
           COPY "crmjrn.cpy".

      * Shared customer maintenance transaction record; see
      * custtran.cpy.
       FD CRM-TRANS-FILE.
           COPY "custtran.cpy".

      * Shared CRM event rejection record; see crmrej.cpy.
       FD CRM-REJECT-FILE.
           COPY "crmrej.cpy".

      * Shared CRM event count record; see crmstat.cpy.
       FD CRM-STAT-FILE.
           COPY "crmstat.cpy".

       WORKING-STORAGE SECTION.
           01 WS-CRMJRNL-STATUS  PIC X(02) VALUE "00".
           01 WS-CRMTRAN-STATUS  PIC X(02) VALUE "00".
           01 WS-CRMREJ-STATUS   PIC X(02) VALUE "00".
           01 WS-CRMSTAT-STATUS  PIC X(02) VALUE "00".
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-MSG-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-REDELIVERED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-QUEUED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-REASON   PIC X(20) VALUE SPACES.
      ******************************************************************
      * The same CALL "D8kafka" shape cuotakc consumes with - three
      * USING arguments, RETURN-CODE checked after the call.
           01 KAFKA.
               05 KAFKA-TOPIC PIC X(16) VALUE "customer-changes".
               05 FILLER      PIC X(01) VALUE LOW-VALUES.
               05 KAFKA-KEY   PIC X(40) VALUE SPACES.
      * The CRM's event: a flat JSON object of "key":"value" pairs,
      * EventId and CustNo always, and Name, Address, Phone and
      * Email for whichever of them changed.
               05 KAFKA-VALUE PIC X(400).

      * The event's fields as 200-PARSE-EVENT finds them.
           01 WS-EVENT.
               05 WS-EVT-ID          PIC X(36).
               05 WS-EVT-CUST-NO     PIC X(06).
               05 WS-EVT-NAME        PIC X(30).
               05 WS-EVT-ADDR        PIC X(40).
               05 WS-EVT-PHONE       PIC X(15).
               05 WS-EVT-EMAIL       PIC X(50).

      * 210-FIND-JSON-FIELD's search: the key, the "key":" token
      * built from it, where the token sits in the event, and the
      * value after it.  Addresses carry commas, so the value is
      * taken up to its closing quote rather than split on commas
      * the way cuotakc splits its numbers.
           01 WS-JSON-KEY        PIC X(12) VALUE SPACES.
           01 WS-JSON-TOKEN      PIC X(16) VALUE SPACES.
           01 WS-TOKEN-PTR       PIC 9(03) VALUE ZEROES.
           01 WS-TOKEN-LEN       PIC 9(03) VALUE ZEROES.
           01 WS-JSON-POS        PIC 9(03) VALUE ZEROES.
           01 WS-JSON-START      PIC 9(03) VALUE ZEROES.
           01 WS-JSON-VALUE      PIC X(80) VALUE SPACES.
           01 WS-VALUE-LEN       PIC 9(03) VALUE ZEROES.
           01 WS-FIELD-MAX       PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
      * The journal is what keeps a redelivered event from applying
      * twice, so nothing is consumed without it.  It is created
      * the OUTPUT-then-I-O way loanmaint creates a missing LOANMSTR.
           OPEN I-O CRMJRNL.
           IF WS-CRMJRNL-STATUS = "35"
               OPEN OUTPUT CRMJRNL
               CLOSE CRMJRNL
               OPEN I-O CRMJRNL
           END-IF.
           IF WS-CRMJRNL-STATUS NOT = "00"
               DISPLAY "CRMJRNL OPEN FAILED, STATUS: "
                       WS-CRMJRNL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND CRM-TRANS-FILE.
           IF WS-CRMTRAN-STATUS = "35"
               OPEN OUTPUT CRM-TRANS-FILE
           END-IF.
           OPEN EXTEND CRM-REJECT-FILE.
           IF WS-CRMREJ-STATUS = "35"
               OPEN OUTPUT CRM-REJECT-FILE
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               CALL "D8kafka" USING KAFKA-TOPIC
                                     KAFKA-KEY
                                     KAFKA-VALUE
               IF RETURN-CODE NOT = 0
                   MOVE 'Y' TO WS-EOF
               ELSE
                   ADD 1 TO WS-MSG-COUNTER
                   PERFORM 200-PARSE-EVENT
                   PERFORM 300-TAKE-EVENT
               END-IF
           END-PERFORM.

           CLOSE CRMJRNL.
           CLOSE CRM-TRANS-FILE.
           CLOSE CRM-REJECT-FILE.
           PERFORM 900-WRITE-COUNTS.
           DISPLAY "TOTAL EVENTS CONSUMED: "  WS-MSG-COUNTER.
           DISPLAY "TOTAL EVENTS QUEUED: "    WS-QUEUED-COUNTER.
           DISPLAY "TOTAL REDELIVERIES SKIPPED: "
                   WS-REDELIVERED-COUNTER.
           DISPLAY "TOTAL EVENTS REJECTED: "  WS-REJECT-COUNTER.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      ****************************************************************
       200-PARSE-EVENT.
      * Each field is looked for by its key, so the CRM may send
      * them in any order and leave out the ones that did not
      * change.
           MOVE SPACES TO WS-EVENT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE "EventId" TO WS-JSON-KEY.
           MOVE 36 TO WS-FIELD-MAX.
           PERFORM 210-FIND-JSON-FIELD.
           MOVE WS-JSON-VALUE TO WS-EVT-ID.
           MOVE "CustNo" TO WS-JSON-KEY.
           MOVE 6 TO WS-FIELD-MAX.
           PERFORM 210-FIND-JSON-FIELD.
           MOVE WS-JSON-VALUE TO WS-EVT-CUST-NO.
           MOVE "Name" TO WS-JSON-KEY.
           MOVE 30 TO WS-FIELD-MAX.
           PERFORM 210-FIND-JSON-FIELD.
           MOVE WS-JSON-VALUE TO WS-EVT-NAME.
           MOVE "Address" TO WS-JSON-KEY.
           MOVE 40 TO WS-FIELD-MAX.
           PERFORM 210-FIND-JSON-FIELD.
           MOVE WS-JSON-VALUE TO WS-EVT-ADDR.
           MOVE "Phone" TO WS-JSON-KEY.
           MOVE 15 TO WS-FIELD-MAX.
           PERFORM 210-FIND-JSON-FIELD.
           MOVE WS-JSON-VALUE TO WS-EVT-PHONE.
           MOVE "Email" TO WS-JSON-KEY.
           MOVE 50 TO WS-FIELD-MAX.
           PERFORM 210-FIND-JSON-FIELD.
           MOVE WS-JSON-VALUE TO WS-EVT-EMAIL.

       210-FIND-JSON-FIELD.
      * Count the characters ahead of the key's "key":" token; a
      * count of the whole value means the key is not there.  The
      * value runs from just past the token to the next quote.  One
      * longer than the master holds is rejected, not cut short.
           MOVE SPACES TO WS-JSON-VALUE.
           MOVE 0 TO WS-VALUE-LEN.
           MOVE SPACES TO WS-JSON-TOKEN.
           MOVE 1 TO WS-TOKEN-PTR.
           STRING '"'         DELIMITED BY SIZE
                  WS-JSON-KEY DELIMITED BY SPACE
                  '":"'       DELIMITED BY SIZE
                  INTO WS-JSON-TOKEN
                  WITH POINTER WS-TOKEN-PTR
           END-STRING.
           COMPUTE WS-TOKEN-LEN = WS-TOKEN-PTR - 1.
           MOVE 0 TO WS-JSON-POS.
           INSPECT KAFKA-VALUE TALLYING WS-JSON-POS
               FOR CHARACTERS
               BEFORE INITIAL WS-JSON-TOKEN(1:WS-TOKEN-LEN).
           COMPUTE WS-JSON-START = WS-JSON-POS + WS-TOKEN-LEN + 1.
           IF WS-JSON-POS < 400 AND WS-JSON-START <= 400
               UNSTRING KAFKA-VALUE(WS-JSON-START:)
                   DELIMITED BY '"'
                   INTO WS-JSON-VALUE COUNT IN WS-VALUE-LEN
               END-UNSTRING
               IF WS-VALUE-LEN > WS-FIELD-MAX
                       AND WS-REJECT-REASON = SPACES
                   MOVE "FIELD TOO LONG" TO WS-REJECT-REASON
               END-IF
           END-IF.

       300-TAKE-EVENT.
      * An event already on the journal has been taken before -
      * queued, applied or rejected - and is a redelivery.
           IF WS-EVT-ID = SPACES
               MOVE "NO EVENT ID" TO WS-REJECT-REASON
               PERFORM 800-REJECT-EVENT
           ELSE
               MOVE WS-EVT-ID TO CRMJ-EVENT-ID
               READ CRMJRNL
                   INVALID KEY
                       PERFORM 310-QUEUE-EVENT
                   NOT INVALID KEY
                       ADD 1 TO WS-REDELIVERED-COUNTER
               END-READ
           END-IF.

       310-QUEUE-EVENT.
           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-EVT-CUST-NO = SPACES
                   MOVE "NO CUSTOMER NUMBER" TO WS-REJECT-REASON
               WHEN WS-EVT-NAME = SPACES AND WS-EVT-ADDR = SPACES
                       AND WS-EVT-PHONE = SPACES
                       AND WS-EVT-EMAIL = SPACES
                   MOVE "NO CHANGE IN EVENT" TO WS-REJECT-REASON
           END-EVALUATE.

           MOVE SPACES         TO CRM-JOURNAL-REC.
           MOVE WS-EVT-ID      TO CRMJ-EVENT-ID.
           MOVE WS-EVT-CUST-NO TO CRMJ-CUST-NO.
           MOVE WS-RUN-DATE    TO CRMJ-RECV-DATE.
           MOVE WS-RUN-DATE    TO CRMJ-STATUS-DATE.
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES         TO TRANS-REC
               MOVE "C"            TO CTRAN-CODE
               MOVE WS-EVT-CUST-NO TO CTRAN-CUST-NO
               MOVE WS-EVT-NAME    TO CTRAN-NAME
               MOVE WS-EVT-ADDR    TO CTRAN-ADDR
               MOVE WS-EVT-EMAIL   TO CTRAN-EMAIL
               MOVE 0              TO CTRAN-ECONSENT-DATE
               MOVE WS-EVT-PHONE   TO CTRAN-PHONE
               MOVE WS-EVT-ID      TO CTRAN-EVENT-ID
               WRITE TRANS-REC
               ADD 1 TO WS-QUEUED-COUNTER
               SET CRMJ-QUEUED TO TRUE
           ELSE
               PERFORM 800-REJECT-EVENT
               SET CRMJ-REJECTED TO TRUE
               MOVE WS-REJECT-REASON TO CRMJ-REASON
           END-IF.
           WRITE CRM-JOURNAL-REC
               INVALID KEY
                   DISPLAY "DUPLICATE EVENT ON JOURNAL WRITE: "
                           CRMJ-EVENT-ID
           END-WRITE.

       800-REJECT-EVENT.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE SPACES           TO CRM-REJECT-REC.
           MOVE WS-EVT-ID        TO CRMR-EVENT-ID.
           MOVE WS-EVT-CUST-NO   TO CRMR-CUST-NO.
           MOVE WS-REJECT-REASON TO CRMR-REASON.
           WRITE CRM-REJECT-REC.

       900-WRITE-COUNTS.
      * A fresh "crmstat" each night; custmain appends its line.
           OPEN OUTPUT CRM-STAT-FILE.
           IF WS-CRMSTAT-STATUS NOT = "00"
               DISPLAY "CRMSTAT OPEN FAILED, STATUS: "
                       WS-CRMSTAT-STATUS
           ELSE
               MOVE SPACES                 TO CRM-STAT-REC
               MOVE "CRMKC"                TO CRMS-STEP
               MOVE WS-MSG-COUNTER         TO CRMS-RECEIVED
               MOVE WS-REDELIVERED-COUNTER TO CRMS-REDELIVERED
               MOVE 0                      TO CRMS-APPLIED
               MOVE WS-REJECT-COUNTER      TO CRMS-REJECTED
               WRITE CRM-STAT-REC
               CLOSE CRM-STAT-FILE
           END-IF.
