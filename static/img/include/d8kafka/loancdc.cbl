      ******************************************************************
      *
      * Loan-master change-data-capture kafka producer
      * ===============================================
      *
      * Publishes every before/after image written to the "mjournal"
      * maintenance journal - by loanmaint, xfrproc, assume, duechg,
      * helocvt, or anything else journaling there - as one JSON
      * event on the "loan-changes" topic, so the CRM, the data
      * warehouse and the web portal's cache learn what changed on
      * the loan master instead of re-reading all of it through
      * pgloans' nightly sync.  Each event carries a sequence
      * number, the batch id, the transaction code, the operator,
      * the account, the effective date, and only the fields the
      * action changed, as they stand after it; an add carries every
      * field and a delete none.
      *
      * The "cdcctl" control record remembers how far into the
      * journal the last run got and the last sequence number
      * given, so each run publishes only what is new.  Every event
      * is recorded on the "cdcjrnl" replay journal with its batch
      * id and whether it published or dead-lettered, after the
      * same D8kafka retries cuotak established.  A dead-lettered
      * event keeps its sequence number, so consumers see the gap,
      * and is retried at the start of every later run until it
      * goes.  Run with REPLAY and a batch id, the program
      * republishes every event journaled from that batch forward,
      * in the order first published, so a consumer can rebuild
      * from there.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. loancdc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "mjournal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MJOURNAL-STATUS.

           SELECT CDC-CONTROL ASSIGN TO "cdcctl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CDCCTL-STATUS.

           SELECT CDC-JOURNAL ASSIGN TO "cdcjrnl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CDCJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors loanmaint's own FD MAINT-JOURNAL layout field for
      * field.
       FD MAINT-JOURNAL.
           01 MAINT-JOURNAL-REC.
               05 MJ-BATCH-ID.
                   10 MJ-BATCH-DATE  PIC 9(08).
                   10 MJ-BATCH-TIME  PIC 9(08).
               05 FILLER             PIC X(01).
               05 MJ-TRAN-CODE       PIC X(01).
               05 FILLER             PIC X(01).
               05 MJ-ACCT            PIC X(10).
               05 FILLER             PIC X(01).
               05 MJ-BEFORE-IMAGE    PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-AFTER-IMAGE     PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-OPERATOR        PIC X(08).
               05 FILLER             PIC X(01).
               05 MJ-EFF-DATE        PIC 9(08).

      * How many journal records have been published, and the last
      * sequence number given.
       FD CDC-CONTROL.
           01 CDC-CONTROL-REC.
               05 CDCC-MJ-RECORDS    PIC 9(09).
               05 FILLER             PIC X(01).
               05 CDCC-LAST-SEQ      PIC 9(09).
               05 FILLER             PIC X(01).
               05 CDCC-RUN-DATE      PIC 9(08).

      * One line per event as first sent, and one more for a dead
      * letter when a later run gets it through.
       FD CDC-JOURNAL.
           01 CDC-JOURNAL-REC.
               05 CDCJ-SEQ           PIC 9(09).
               05 FILLER             PIC X(01).
               05 CDCJ-BATCH-ID      PIC X(16).
               05 FILLER             PIC X(01).
               05 CDCJ-STATUS        PIC X(01).
                   88 CDCJ-PUBLISHED      VALUE "P".
                   88 CDCJ-DEAD-LETTERED  VALUE "D".
               05 FILLER             PIC X(01).
               05 CDCJ-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 CDCJ-ACCT          PIC X(10).
               05 FILLER             PIC X(01).
               05 CDCJ-VALUE         PIC X(1200).

       WORKING-STORAGE SECTION.
           01 WS-MJOURNAL-STATUS  PIC X(02) VALUE "00".
           01 WS-CDCCTL-STATUS    PIC X(02) VALUE "00".
           01 WS-CDCJRNL-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * REPLAY and a batch id on the command line replays; nothing
      * there publishes what is new.
           01 WS-PARM             PIC X(40) VALUE SPACES.
           01 WS-PARM-MODE        PIC X(08) VALUE SPACES.
           01 WS-PARM-BATCH-ID    PIC X(16) VALUE SPACES.

      * Where the last run left off, and this run's progress.
           01 WS-MJ-RECORDS       PIC 9(09) VALUE ZEROES.
           01 WS-LAST-SEQ         PIC 9(09) VALUE ZEROES.
           01 WS-SKIP-COUNT       PIC 9(09) VALUE ZEROES.
           01 WS-JOURNAL-SHORT    PIC X(01) VALUE "N".
      ****************************************************************
      * Retry/dead-letter support for the D8kafka publish call, the
      * same discipline as cuotak's.
           01 WS-MAX-RETRIES      PIC 9(02) VALUE 3.
           01 WS-RETRY-COUNTER    PIC 9(02) VALUE ZEROES.
           01 WS-PUBLISH-OK       PIC X(01) VALUE "N".
           01 WS-MSG-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-DEADLETTER-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-RETRIED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-STILL-DEAD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REPLAYED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REPLAY-FAILED-COUNTER PIC 9(09) VALUE ZEROES.

      * Events still dead-lettered: journaled "D" with no later "P"
      * for the same sequence number.
           01 WS-DL-TABLE.
               05 WS-DL-ENTRY OCCURS 200 TIMES.
                   10 WS-DL-SEQ        PIC 9(09).
                   10 WS-DL-BATCH-ID   PIC X(16).
                   10 WS-DL-ACCT       PIC X(10).
                   10 WS-DL-VALUE      PIC X(1200).
                   10 WS-DL-STATE      PIC X(01).
      * State: "D" still dead, "X" got through since.
           01 WS-DL-COUNT         PIC 9(03) VALUE ZEROES.
           01 WS-DL-IDX           PIC 9(03) VALUE ZEROES.
           01 WS-DL-OVERFLOW      PIC X(01) VALUE "N".
      ******************************************************************
           01 KAFKA.
               05 KAFKA-TOPIC PIC X(12) VALUE "loan-changes".
               05 FILLER     PIC X(1)  VALUE LOW-VALUES.
               05 KAFKA-KEY  PIC X(10) VALUE SPACES.
               05 FILLER     PIC X(1)  VALUE LOW-VALUES.
      * The JSON payload built by 300-BUILD-EVENT just before each
      * publish.
              05 KAFKA-VALUE PIC X(1200).

      * The before and after images laid out as the loan master.
           COPY "loanrec.cpy"
               REPLACING LEADING ==LOAN== BY ==MJB-LOAN==.
           COPY "loanrec.cpy"
               REPLACING LEADING ==LOAN== BY ==MJA-LOAN==.

      * Event building: the payload pointer, the sequence number,
      * batch id and effective date as published, and one changed
      * field's name and value on its way into the payload.
           01 WS-JSON-PTR         PIC 9(04) VALUE ZEROES.
           01 WS-JSON-OVERFLOW    PIC X(01) VALUE "N".
           01 WS-SEQ              PIC 9(09) VALUE ZEROES.
           01 WS-EVENT-BATCH-ID   PIC X(16) VALUE SPACES.
           01 WS-EFF-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-ALL-FIELDS       PIC X(01) VALUE "N".
           01 WS-FIELD-COUNT      PIC 9(03) VALUE ZEROES.
           01 WS-FLD-NAME         PIC X(16) VALUE SPACES.
           01 WS-FLD-TEXT         PIC X(40) VALUE SPACES.
           01 WS-FLD-LEN          PIC 9(02) VALUE ZEROES.
           01 WS-FLD-START        PIC 9(02) VALUE ZEROES.
           01 WS-EDIT-AMOUNT      PIC -(7)9.99.
           01 WS-EDIT-RATE        PIC -(2)9.99.
           01 WS-EDIT-NUMBER      PIC -(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MODE WS-PARM-BATCH-ID
           END-UNSTRING.
           IF WS-PARM-MODE = "REPLAY"
               PERFORM 600-REPLAY-FROM-BATCH
               GOBACK
           END-IF.

           PERFORM 100-LOAD-CONTROL.
           PERFORM 150-LOAD-DEAD-LETTERS.
           IF WS-DL-OVERFLOW = "Y"
               DISPLAY "CDC DEAD-LETTER TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND CDC-JOURNAL.
           IF WS-CDCJRNL-STATUS = "35"
               OPEN OUTPUT CDC-JOURNAL
           END-IF.
           PERFORM 200-RETRY-DEAD-LETTERS.

           OPEN INPUT MAINT-JOURNAL.
           IF WS-MJOURNAL-STATUS = "35"
               DISPLAY "NO MAINTENANCE JOURNAL, NOTHING NEW TO PUBLISH"
           ELSE
               PERFORM 250-SKIP-PUBLISHED
               IF WS-JOURNAL-SHORT = "Y"
                   DISPLAY "MJOURNAL SHORTER THAN AT THE LAST RUN, "
                           "NOTHING NEW PUBLISHED"
               ELSE
                   PERFORM UNTIL WS-EOF = "Y"
                       READ MAINT-JOURNAL
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 280-PUBLISH-JOURNAL-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MAINT-JOURNAL
           END-IF.
           CLOSE CDC-JOURNAL.
           IF WS-JOURNAL-SHORT = "N"
               PERFORM 800-SAVE-CONTROL
           END-IF.

           DISPLAY "TOTAL EVENTS PUBLISHED: " WS-MSG-COUNTER.
           DISPLAY "TOTAL DEAD-LETTERED: " WS-DEADLETTER-COUNTER.
           DISPLAY "EARLIER DEAD LETTERS SENT: " WS-RETRIED-COUNTER.
           DISPLAY "EARLIER DEAD LETTERS STILL FAILING: "
                   WS-STILL-DEAD-COUNTER.
           DISPLAY "LAST SEQUENCE NUMBER: " WS-LAST-SEQ.
           EVALUATE TRUE
               WHEN WS-JOURNAL-SHORT = "Y"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DEADLETTER-COUNTER > 0
               WHEN WS-STILL-DEAD-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       100-LOAD-CONTROL.
      * No control record yet means nothing has been published.
           OPEN INPUT CDC-CONTROL.
           IF WS-CDCCTL-STATUS = "00"
               READ CDC-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       MOVE CDCC-MJ-RECORDS TO WS-MJ-RECORDS
                       MOVE CDCC-LAST-SEQ   TO WS-LAST-SEQ
               END-READ
               CLOSE CDC-CONTROL
           END-IF.

       150-LOAD-DEAD-LETTERS.
      * A dead letter sent by a later run has a "P" line after its
      * "D"; the rest are still owed to the topic.
           OPEN INPUT CDC-JOURNAL.
           IF WS-CDCJRNL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CDC-JOURNAL
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CDCJ-DEAD-LETTERED
                           PERFORM 160-HOLD-DEAD-LETTER
                       ELSE
                           PERFORM 170-CLEAR-DEAD-LETTER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CDC-JOURNAL
           END-IF.
           MOVE "N" TO WS-EOF.

       160-HOLD-DEAD-LETTER.
           IF WS-DL-COUNT < 200
               ADD 1 TO WS-DL-COUNT
               MOVE CDCJ-SEQ      TO WS-DL-SEQ(WS-DL-COUNT)
               MOVE CDCJ-BATCH-ID TO WS-DL-BATCH-ID(WS-DL-COUNT)
               MOVE CDCJ-ACCT     TO WS-DL-ACCT(WS-DL-COUNT)
               MOVE CDCJ-VALUE    TO WS-DL-VALUE(WS-DL-COUNT)
               MOVE "D"           TO WS-DL-STATE(WS-DL-COUNT)
           ELSE
      * A dead letter the table cannot hold would never be retried;
      * refuse the run instead.
               MOVE "Y" TO WS-DL-OVERFLOW
           END-IF.

       170-CLEAR-DEAD-LETTER.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-SEQ(WS-DL-IDX) = CDCJ-SEQ
                   MOVE "X" TO WS-DL-STATE(WS-DL-IDX)
               END-IF
           END-PERFORM.

       200-RETRY-DEAD-LETTERS.
      * Owed events go first, under their own sequence numbers.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-STATE(WS-DL-IDX) = "D"
                   MOVE WS-DL-ACCT(WS-DL-IDX)  TO KAFKA-KEY
                   MOVE WS-DL-VALUE(WS-DL-IDX) TO KAFKA-VALUE
                   PERFORM 400-PUBLISH-MESSAGE
                   IF WS-PUBLISH-OK = "Y"
                       ADD 1 TO WS-RETRIED-COUNTER
                       MOVE WS-DL-SEQ(WS-DL-IDX)  TO WS-SEQ
                       MOVE WS-DL-BATCH-ID(WS-DL-IDX)
                           TO WS-EVENT-BATCH-ID
                       PERFORM 450-JOURNAL-EVENT
                   ELSE
                       ADD 1 TO WS-STILL-DEAD-COUNTER
                   END-IF
               END-IF
           END-PERFORM.

       250-SKIP-PUBLISHED.
      * The journal only ever grows; one shorter than the count
      * already published has been replaced, and publishing from a
      * guessed position would skip or repeat changes.
           MOVE 0 TO WS-SKIP-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-SKIP-COUNT >= WS-MJ-RECORDS
                      OR WS-EOF = "Y"
               READ MAINT-JOURNAL
               AT END
                   MOVE "Y" TO WS-EOF
                   MOVE "Y" TO WS-JOURNAL-SHORT
               NOT AT END
                   ADD 1 TO WS-SKIP-COUNT
               END-READ
           END-PERFORM.

       280-PUBLISH-JOURNAL-RECORD.
           ADD 1 TO WS-MJ-RECORDS.
           ADD 1 TO WS-LAST-SEQ.
           MOVE WS-LAST-SEQ TO WS-SEQ.
           PERFORM 300-BUILD-EVENT.
           MOVE MJ-ACCT TO KAFKA-KEY.
           PERFORM 400-PUBLISH-MESSAGE.
           IF WS-PUBLISH-OK = "Y"
               ADD 1 TO WS-MSG-COUNTER
           ELSE
               ADD 1 TO WS-DEADLETTER-COUNTER
           END-IF.
           MOVE MJ-BATCH-ID TO WS-EVENT-BATCH-ID.
           PERFORM 450-JOURNAL-EVENT.

       300-BUILD-EVENT.
      * A record journaled before the operator and effective date
      * were carried takes effect on its batch date.
           IF MJ-EFF-DATE NUMERIC AND MJ-EFF-DATE > 0
               MOVE MJ-EFF-DATE TO WS-EFF-DATE
           ELSE
               MOVE MJ-BATCH-DATE TO WS-EFF-DATE
           END-IF.
           MOVE WS-SEQ TO WS-EDIT-NUMBER.
           MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT.
           MOVE 0 TO WS-FLD-START.
           INSPECT WS-FLD-TEXT TALLYING WS-FLD-START
               FOR LEADING SPACES.
           ADD 1 TO WS-FLD-START.
           MOVE SPACES TO KAFKA-VALUE.
           MOVE "N" TO WS-JSON-OVERFLOW.
           MOVE 1 TO WS-JSON-PTR.
           STRING '{"Seq":'        DELIMITED BY SIZE
                  WS-FLD-TEXT(WS-FLD-START:) DELIMITED BY SPACE
                  ',"BatchId":"'   DELIMITED BY SIZE
                  MJ-BATCH-ID      DELIMITED BY SIZE
                  '","TranCode":"' DELIMITED BY SIZE
                  MJ-TRAN-CODE     DELIMITED BY SIZE
                  '","Operator":"' DELIMITED BY SIZE
                  MJ-OPERATOR      DELIMITED BY SPACE
                  '","Account":"'  DELIMITED BY SIZE
                  MJ-ACCT          DELIMITED BY SPACE
                  '","EffDate":'   DELIMITED BY SIZE
                  WS-EFF-DATE      DELIMITED BY SIZE
                  ',"Changes":{'   DELIMITED BY SIZE
                  INTO KAFKA-VALUE
                  WITH POINTER WS-JSON-PTR
           END-STRING.

           MOVE 0 TO WS-FIELD-COUNT.
           IF MJ-AFTER-IMAGE NOT = SPACES
               MOVE MJ-BEFORE-IMAGE TO MJB-LOAN-RECORD
               MOVE MJ-AFTER-IMAGE  TO MJA-LOAN-RECORD
               IF MJ-BEFORE-IMAGE = SPACES
                   MOVE "Y" TO WS-ALL-FIELDS
               ELSE
                   MOVE "N" TO WS-ALL-FIELDS
               END-IF
               PERFORM 310-ADD-CHANGED-FIELDS
           END-IF.

           STRING '}}'           DELIMITED BY SIZE
                  INTO KAFKA-VALUE
                  WITH POINTER WS-JSON-PTR
                  ON OVERFLOW
                      MOVE "Y" TO WS-JSON-OVERFLOW
           END-STRING.
           IF WS-JSON-OVERFLOW = "Y"
               DISPLAY "EVENT TRUNCATED, SEQ " WS-SEQ
                       " ACCOUNT " MJ-ACCT
           END-IF.

       310-ADD-CHANGED-FIELDS.
      * Field by field in loan-master order; an add (no before-
      * image) carries them all.  The account is the event's own.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-CUST-NAME NOT = MJA-LOAN-CUST-NAME
               MOVE "CustName" TO WS-FLD-NAME
               MOVE MJA-LOAN-CUST-NAME TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-CUST-ADDR NOT = MJA-LOAN-CUST-ADDR
               MOVE "CustAddr" TO WS-FLD-NAME
               MOVE MJA-LOAN-CUST-ADDR TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-ORIG-PRIN NOT = MJA-LOAN-ORIG-PRIN
               MOVE "OrigPrin" TO WS-FLD-NAME
               MOVE MJA-LOAN-ORIG-PRIN TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-INT-RATE NOT = MJA-LOAN-INT-RATE
               MOVE "IntRate" TO WS-FLD-NAME
               MOVE MJA-LOAN-INT-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-TERM-YEARS NOT = MJA-LOAN-TERM-YEARS
               MOVE "TermYears" TO WS-FLD-NAME
               MOVE MJA-LOAN-TERM-YEARS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-ORIG-DATE NOT = MJA-LOAN-ORIG-DATE
               MOVE "OrigDate" TO WS-FLD-NAME
               MOVE MJA-LOAN-ORIG-DATE TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-STATUS NOT = MJA-LOAN-STATUS
               MOVE "Status" TO WS-FLD-NAME
               MOVE MJA-LOAN-STATUS TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-INVESTOR-CODE
                      NOT = MJA-LOAN-INVESTOR-CODE
               MOVE "InvestorCode" TO WS-FLD-NAME
               MOVE MJA-LOAN-INVESTOR-CODE TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-PRODUCT-CODE
                      NOT = MJA-LOAN-PRODUCT-CODE
               MOVE "ProductCode" TO WS-FLD-NAME
               MOVE MJA-LOAN-PRODUCT-CODE TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-ARM-RESET-MONTHS
                      NOT = MJA-LOAN-ARM-RESET-MONTHS
               MOVE "ArmResetMonths" TO WS-FLD-NAME
               MOVE MJA-LOAN-ARM-RESET-MONTHS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-ARM-RATE-ADJ NOT = MJA-LOAN-ARM-RATE-ADJ
               MOVE "ArmRateAdj" TO WS-FLD-NAME
               MOVE MJA-LOAN-ARM-RATE-ADJ TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-ARM-RATE-CAP NOT = MJA-LOAN-ARM-RATE-CAP
               MOVE "ArmRateCap" TO WS-FLD-NAME
               MOVE MJA-LOAN-ARM-RATE-CAP TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-RATE-INDEX NOT = MJA-LOAN-RATE-INDEX
               MOVE "RateIndex" TO WS-FLD-NAME
               MOVE MJA-LOAN-RATE-INDEX TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-INDEX-MARGIN NOT = MJA-LOAN-INDEX-MARGIN
               MOVE "IndexMargin" TO WS-FLD-NAME
               MOVE MJA-LOAN-INDEX-MARGIN TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-IO-MONTHS NOT = MJA-LOAN-IO-MONTHS
               MOVE "IoMonths" TO WS-FLD-NAME
               MOVE MJA-LOAN-IO-MONTHS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-ACCT-TYPE NOT = MJA-LOAN-ACCT-TYPE
               MOVE "AcctType" TO WS-FLD-NAME
               MOVE MJA-LOAN-ACCT-TYPE TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-CREDIT-LIMIT NOT = MJA-LOAN-CREDIT-LIMIT
               MOVE "CreditLimit" TO WS-FLD-NAME
               MOVE MJA-LOAN-CREDIT-LIMIT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-CURR-BALANCE NOT = MJA-LOAN-CURR-BALANCE
               MOVE "CurrBalance" TO WS-FLD-NAME
               MOVE MJA-LOAN-CURR-BALANCE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-PMI-STOP-FLAG
                      NOT = MJA-LOAN-PMI-STOP-FLAG
               MOVE "PmiStopFlag" TO WS-FLD-NAME
               MOVE MJA-LOAN-PMI-STOP-FLAG TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-ACTUAL-BALANCE
                      NOT = MJA-LOAN-ACTUAL-BALANCE
               MOVE "ActualBalance" TO WS-FLD-NAME
               MOVE MJA-LOAN-ACTUAL-BALANCE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-PAID-THRU-DATE
                      NOT = MJA-LOAN-PAID-THRU-DATE
               MOVE "PaidThruDate" TO WS-FLD-NAME
               MOVE MJA-LOAN-PAID-THRU-DATE TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-BALLOON-TERM NOT = MJA-LOAN-BALLOON-TERM
               MOVE "BalloonTerm" TO WS-FLD-NAME
               MOVE MJA-LOAN-BALLOON-TERM TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-DRAW-END-DATE
                      NOT = MJA-LOAN-DRAW-END-DATE
               MOVE "DrawEndDate" TO WS-FLD-NAME
               MOVE MJA-LOAN-DRAW-END-DATE TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-REPAY-TERM NOT = MJA-LOAN-REPAY-TERM
               MOVE "RepayTerm" TO WS-FLD-NAME
               MOVE MJA-LOAN-REPAY-TERM TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-CONV-PRIN NOT = MJA-LOAN-CONV-PRIN
               MOVE "ConvPrin" TO WS-FLD-NAME
               MOVE MJA-LOAN-CONV-PRIN TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-DUE-DAY NOT = MJA-LOAN-DUE-DAY
               MOVE "DueDay" TO WS-FLD-NAME
               MOVE MJA-LOAN-DUE-DAY TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-DUE-DAY-CHG-DATE
                      NOT = MJA-LOAN-DUE-DAY-CHG-DATE
               MOVE "DueDayChgDate" TO WS-FLD-NAME
               MOVE MJA-LOAN-DUE-DAY-CHG-DATE TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-FLD-TEXT
               PERFORM 510-ADD-NUMBER-FIELD
           END-IF.
           IF WS-ALL-FIELDS = "Y"
                   OR MJB-LOAN-COMPANY-CODE NOT = MJA-LOAN-COMPANY-CODE
               MOVE "CompanyCode" TO WS-FLD-NAME
               MOVE MJA-LOAN-COMPANY-CODE TO WS-FLD-TEXT
               PERFORM 500-ADD-TEXT-FIELD
           END-IF.

       400-PUBLISH-MESSAGE.
      * Retry the D8kafka CALL up to WS-MAX-RETRIES times when the
      * broker is unreachable (non-zero RETURN-CODE); the caller
      * journals a message that still fails as dead-lettered
      * instead of dropping it.
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
           MOVE 0 TO RETURN-CODE.

       450-JOURNAL-EVENT.
      * Called with WS-EVENT-BATCH-ID and WS-SEQ the event's batch
      * and sequence number, and KAFKA-KEY/KAFKA-VALUE as sent.
           MOVE SPACES      TO CDC-JOURNAL-REC.
           MOVE WS-SEQ      TO CDCJ-SEQ.
           MOVE WS-EVENT-BATCH-ID TO CDCJ-BATCH-ID.
           IF WS-PUBLISH-OK = "Y"
               SET CDCJ-PUBLISHED TO TRUE
           ELSE
               SET CDCJ-DEAD-LETTERED TO TRUE
           END-IF.
           MOVE WS-RUN-DATE TO CDCJ-DATE.
           MOVE KAFKA-KEY   TO CDCJ-ACCT.
           MOVE KAFKA-VALUE TO CDCJ-VALUE.
           WRITE CDC-JOURNAL-REC.

       500-ADD-TEXT-FIELD.
      * "name":"value", the value without its trailing spaces.
           PERFORM VARYING WS-FLD-LEN FROM 40 BY -1
                   UNTIL WS-FLD-LEN = 0
                      OR WS-FLD-TEXT(WS-FLD-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-FIELD-COUNT > 0
               STRING ','       DELIMITED BY SIZE
                      INTO KAFKA-VALUE
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.
           ADD 1 TO WS-FIELD-COUNT.
           STRING '"'         DELIMITED BY SIZE
                  WS-FLD-NAME DELIMITED BY SPACE
                  '":"'       DELIMITED BY SIZE
                  INTO KAFKA-VALUE
                  WITH POINTER WS-JSON-PTR
           END-STRING.
           IF WS-FLD-LEN > 0
               STRING WS-FLD-TEXT(1:WS-FLD-LEN) DELIMITED BY SIZE
                      INTO KAFKA-VALUE
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.
           STRING '"'         DELIMITED BY SIZE
                  INTO KAFKA-VALUE
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       510-ADD-NUMBER-FIELD.
      * "name":value, the edited number without its leading spaces.
           MOVE 0 TO WS-FLD-START.
           INSPECT WS-FLD-TEXT TALLYING WS-FLD-START
               FOR LEADING SPACES.
           ADD 1 TO WS-FLD-START.
           IF WS-FIELD-COUNT > 0
               STRING ','       DELIMITED BY SIZE
                      INTO KAFKA-VALUE
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.
           ADD 1 TO WS-FIELD-COUNT.
           STRING '"'         DELIMITED BY SIZE
                  WS-FLD-NAME DELIMITED BY SPACE
                  '":'        DELIMITED BY SIZE
                  WS-FLD-TEXT(WS-FLD-START:) DELIMITED BY SPACE
                  INTO KAFKA-VALUE
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       600-REPLAY-FROM-BATCH.
      * Every event that has gone out, from the batch forward, in
      * the order it first went; nothing is journaled again and the
      * control record is left alone.  A dead letter never sent is
      * still owed and stays a gap until a normal run sends it.
           IF WS-PARM-BATCH-ID = SPACES
               DISPLAY "REPLAY NEEDS THE BATCH ID"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CDC-JOURNAL
               IF WS-CDCJRNL-STATUS NOT = "00"
                   DISPLAY "CDCJRNL OPEN FAILED, STATUS: "
                           WS-CDCJRNL-STATUS
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ CDC-JOURNAL
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF CDCJ-PUBLISHED
                                   AND CDCJ-BATCH-ID
                                       NOT < WS-PARM-BATCH-ID
                               MOVE CDCJ-ACCT  TO KAFKA-KEY
                               MOVE CDCJ-VALUE TO KAFKA-VALUE
                               PERFORM 400-PUBLISH-MESSAGE
                               IF WS-PUBLISH-OK = "Y"
                                   ADD 1 TO WS-REPLAYED-COUNTER
                               ELSE
                                   ADD 1 TO WS-REPLAY-FAILED-COUNTER
                               END-IF
                           END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CDC-JOURNAL
                   DISPLAY "EVENTS REPLAYED: " WS-REPLAYED-COUNTER
                   DISPLAY "REPLAYS FAILED: " WS-REPLAY-FAILED-COUNTER
                   IF WS-REPLAY-FAILED-COUNTER > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       800-SAVE-CONTROL.
           OPEN OUTPUT CDC-CONTROL.
           IF WS-CDCCTL-STATUS NOT = "00"
               DISPLAY "CDCCTL OPEN FAILED, STATUS: " WS-CDCCTL-STATUS
           ELSE
               MOVE SPACES        TO CDC-CONTROL-REC
               MOVE WS-MJ-RECORDS TO CDCC-MJ-RECORDS
               MOVE WS-LAST-SEQ   TO CDCC-LAST-SEQ
               MOVE WS-RUN-DATE   TO CDCC-RUN-DATE
               WRITE CDC-CONTROL-REC
               CLOSE CDC-CONTROL
           END-IF.
