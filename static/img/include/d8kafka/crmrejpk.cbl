      ******************************************************************
      *
      * CRM rejection kafka producer
      * =============================
      *
      * Answers crmkc: every CRM customer-change event that could not
      * be applied - one crmkc could not read, or one custmain's
      * edits rejected or that named a customer not on CUSTMSTR -
      * is on the "crmrej" file, and goes back to the CRM as one
      * JSON message on the "crm-rejections" topic with the event
      * id, the customer and the reason, so the CRM can correct the
      * change at its end instead of believing it went through.
      * The same D8kafka retry and dead-letter handling cuotak
      * established applies, and the published count is balanced
      * against the file, the way postpk balances against its
      * register.  The file is emptied once published; a message
      * that dead-lettered waits on "deadletter" for dlreplay.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. crmrejpk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRM-REJECT-FILE ASSIGN TO "crmrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMREJ-STATUS.

      * Messages that still fail after WS-MAX-RETRIES attempts land
      * here instead of being dropped as if the publish succeeded.
           SELECT DEAD-LETTER-FILE ASSIGN TO "deadletter"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DEADLETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared CRM event rejection record; see crmrej.cpy.
       FD CRM-REJECT-FILE.
           COPY "crmrej.cpy".

       FD DEAD-LETTER-FILE.
           01 DEAD-LETTER-REC.
               05 DL-TOPIC   PIC X(15).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 DL-VALUE   PIC X(120).

       WORKING-STORAGE SECTION.
           01 WS-CRMREJ-STATUS    PIC X(02) VALUE "00".
           01 WS-DEADLETTER-STATUS PIC X(02) VALUE "00".
           01 WS-EOF          PIC X(01) VALUE "N".
           01 WS-MSG-COUNTER  PIC 9(09) VALUE ZEROES.
      ****************************************************************
      * Retry/dead-letter support for the D8kafka publish call, the
      * same discipline as cuotak's.
           01 WS-MAX-RETRIES      PIC 9(02) VALUE 3.
           01 WS-RETRY-COUNTER    PIC 9(02) VALUE ZEROES.
           01 WS-PUBLISH-OK       PIC X(01) VALUE "N".
           01 WS-DEADLETTER-COUNTER PIC 9(09) VALUE ZEROES.
      * What was read is what must have published, dead letters
      * counted separately.
           01 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
      ******************************************************************
           01 KAFKA.
               05 KAFKA-TOPIC PIC X(15) VALUE "crm-rejections".
               05 FILLER     PIC X(1)  VALUE LOW-VALUES.
               05 KAFKA-KEY  PIC X(36) VALUE SPACES.
               05 FILLER     PIC X(1)  VALUE LOW-VALUES.
      * The JSON payload built by 260-BUILD-JSON-VALUE just before
      * each publish.
              05 KAFKA-VALUE PIC X(120).

       PROCEDURE DIVISION.
           OPEN INPUT CRM-REJECT-FILE.
           IF WS-CRMREJ-STATUS NOT = "00"
               DISPLAY "NO CRM REJECTIONS, NOTHING TO PUBLISH"
               GOBACK
           END-IF.
           OPEN EXTEND DEAD-LETTER-FILE.
           IF WS-DEADLETTER-STATUS = "35"
               OPEN OUTPUT DEAD-LETTER-FILE
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ CRM-REJECT-FILE
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE CRMR-EVENT-ID TO KAFKA-KEY
                   PERFORM 260-BUILD-JSON-VALUE
                   PERFORM 250-PUBLISH-MESSAGE
               END-READ
           END-PERFORM.
           CLOSE CRM-REJECT-FILE.
           CLOSE DEAD-LETTER-FILE.
      * Every rejection read has now published or dead-lettered.
           OPEN OUTPUT CRM-REJECT-FILE.
           CLOSE CRM-REJECT-FILE.

           PERFORM 300-BALANCE-AGAINST-REJECTS.

           DISPLAY "TOTAL MESSAGES PUBLISHED: " WS-MSG-COUNTER.
           DISPLAY "TOTAL DEAD-LETTERED: " WS-DEADLETTER-COUNTER.
           GOBACK.

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
      * One rejection as a JSON object, keyed the way the CRM keys
      * its own events.
           MOVE SPACES TO KAFKA-VALUE.
           STRING '{"EventId":"'   DELIMITED BY SIZE
                  CRMR-EVENT-ID    DELIMITED BY SPACE
                  '","CustNo":"'   DELIMITED BY SIZE
                  CRMR-CUST-NO     DELIMITED BY SPACE
                  '","Reason":"'   DELIMITED BY SIZE
                  CRMR-REASON      DELIMITED BY "  "
                  '"}'             DELIMITED BY SIZE
                  INTO KAFKA-VALUE
           END-STRING.

       300-BALANCE-AGAINST-REJECTS.
      * Every rejection must have published or dead-lettered;
      * anything else, or any dead letter, flags the step.
           IF WS-MSG-COUNTER + WS-DEADLETTER-COUNTER
                   NOT = WS-REJECT-COUNT
               DISPLAY "PUBLISH COUNT " WS-MSG-COUNTER
                       " DOES NOT BALANCE TO REJECTIONS "
                       WS-REJECT-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DEADLETTER-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
