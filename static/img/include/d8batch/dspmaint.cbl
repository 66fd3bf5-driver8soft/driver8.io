      ******************************************************************
      *
      * Borrower Dispute Case Maintenance
      * ==================================
      *
      * Maintains the indexed DISPUTES case file from the "dsptran"
      * transaction file, in the same style collmain maintains
      * COLLMSTR.  "O" opens a case - account, case sequence, type
      * (P payment, E escrow, C credit reporting, F fees), channel
      * (L letter, P phone, B bureau dispute system), received date,
      * and the operator who owns it - and computes the two
      * regulatory deadlines, acknowledgement at 5 and response at
      * 30 business days after receipt, on the "runcal" business
      * calendar runctlck checks runs against (past the calendar's
      * horizon, or with no calendar, a business week counts as
      * seven days).  Opening queues the "DSPACK" acknowledgement
      * letter to corresp and stamps the case acknowledged.  "A"
      * reassigns an open case to another operator.  "R" resolves
      * it with a resolution code (CO corrected, NE no error found,
      * IP information provided, WD withdrawn) and queues the
      * "DSPRESP" response letter.  An account not on LOANMSTR, an
      * operator not on OPERATORS, a received date in the future,
      * or any change to a closed case is rejected.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dspmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTES ASSIGN TO "DISPUTES"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DISPUTES-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * The operator file the sign-on maintains; optional, and
      * without it any assignee is taken as keyed.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

      * The business-day calendar runctlck checks runs against.
           SELECT CALENDAR-FILE ASSIGN TO "runcal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT TRANS-FILE ASSIGN TO "dsptran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "dsprej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Letter requests for the correspondence engine.
           SELECT CORR-QUEUE ASSIGN TO "corrqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared dispute case record; see dsprec.cpy.
       FD DISPUTES.
           COPY "dsprec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Mirrors menu's own FD OPERATOR-FILE layout field for field.
       FD OPERATOR-FILE.
           01 OPERATOR-REC.
               05 OPER-ID            PIC X(08).
               05 OPER-PASSWORD      PIC X(08).
               05 OPER-ROLE          PIC X(01).
               05 OPER-FAIL-COUNT    PIC 9(01).
               05 OPER-LOCKED        PIC X(01).
               05 OPER-PWD-DATE      PIC 9(08).
               05 OPER-FORCE-CHG     PIC X(01).

      * Mirrors runctlck's own FD CALENDAR-FILE layout field for
      * field.
       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-DATE           PIC 9(08).

       FD TRANS-FILE.
           01 TRANS-REC.
               05 DTRAN-CODE         PIC X(01).
               05 DTRAN-ACCT-NO      PIC X(10).
               05 DTRAN-CASE-SEQ     PIC 9(03).
               05 DTRAN-TYPE         PIC X(01).
               05 DTRAN-CHANNEL      PIC X(01).
               05 DTRAN-RECEIVED     PIC 9(08).
               05 DTRAN-OPERATOR     PIC X(08).
               05 DTRAN-RESOLUTION   PIC X(02).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 DREJECT-ACC        PIC X(10).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 DREJECT-CASE-SEQ   PIC 9(03).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 DREJECT-TRAN-CODE  PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 DREJECT-REASON     PIC X(20).

      * Mirrors corresp's own FD CORR-QUEUE layout field for field.
       FD CORR-QUEUE.
           01 CORR-QUEUE-REC.
               05 CRQ-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRQ-ACC            PIC X(10).

       WORKING-STORAGE SECTION.
           01 WS-DISPUTES-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-OPERATOR-STATUS  PIC X(02) VALUE "00".
           01 WS-OPERATOR-OPEN    PIC X(01) VALUE "N".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

           01 WS-OPEN-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-ASSIGN-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-RESOLVE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER   PIC 9(09) VALUE ZEROES.

      * Regulatory clocks, in business days after receipt.
           01 WS-ACK-BUS-DAYS     PIC 9(03) VALUE 5.
           01 WS-RESP-BUS-DAYS    PIC 9(03) VALUE 30.

           01 WS-CALENDAR-STATUS  PIC X(02) VALUE "00".
           01 WS-CAL-EOF          PIC X(01) VALUE "N".
      * The business-day calendar in storage.
           01 WS-CAL-TABLE.
               05 WS-CAL-ENTRY OCCURS 500 TIMES.
                   10 WS-CAL-DATE      PIC 9(08).
           01 WS-CAL-COUNT        PIC 9(03) VALUE ZEROES.
           01 WS-CAL-IDX          PIC 9(03) VALUE ZEROES.

      * Business-day stepping: WS-BUS-DATE advances WS-BUS-DAYS
      * business days.
           01 WS-BUS-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-BUS-DAYS         PIC 9(03) VALUE ZEROES.
           01 WS-BUS-LEFT         PIC 9(03) VALUE ZEROES.
           01 WS-BUS-NEXT         PIC 9(08) VALUE ZEROES.
      * Past the calendar, 30/360 day arithmetic, the same the
      * aging programs use.
           01 WS-ADD-DAYS         PIC 9(05) VALUE ZEROES.
           01 WS-ADD-TOTAL        PIC 9(07) VALUE ZEROES.
           01 WS-ADD-YEAR         PIC 9(04) VALUE ZEROES.
           01 WS-ADD-MMDD         PIC 9(04) VALUE ZEROES.
           01 WS-ADD-MONTH        PIC 9(02) VALUE ZEROES.
           01 WS-ADD-DAY          PIC 9(02) VALUE ZEROES.
           01 WS-ADD-REM          PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-LOAD-CALENDAR.

           OPEN I-O DISPUTES.
           IF WS-DISPUTES-STATUS = "35"
               CLOSE DISPUTES
               OPEN OUTPUT DISPUTES
               CLOSE DISPUTES
               OPEN I-O DISPUTES
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               MOVE "Y" TO WS-OPERATOR-OPEN
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN EXTEND CORR-QUEUE.
           IF WS-CORRQ-STATUS = "35"
               OPEN OUTPUT CORR-QUEUE
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.

           CLOSE DISPUTES.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           IF WS-OPERATOR-OPEN = "Y"
               CLOSE OPERATOR-FILE
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.
           CLOSE CORR-QUEUE.

           DISPLAY "DISPUTES OPENED: "      WS-OPEN-COUNTER.
           DISPLAY "DISPUTES REASSIGNED: "  WS-ASSIGN-COUNTER.
           DISPLAY "DISPUTES RESOLVED: "    WS-RESOLVE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           GOBACK.

       050-LOAD-CALENDAR.
      * A site without the calendar, or one past the table's
      * capacity, counts business weeks as seven days instead.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "35"
               MOVE "Y" TO WS-CAL-EOF
           ELSE
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
                   NOT AT END
                       IF WS-CAL-COUNT < 500
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-DATE(WS-CAL-COUNT)
                       ELSE
                           MOVE 0 TO WS-CAL-COUNT
                           MOVE "Y" TO WS-CAL-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       100-APPLY-TRANSACTION.
           MOVE SPACES TO DREJECT-REASON.
           EVALUATE DTRAN-CODE
               WHEN "O"
                   PERFORM 110-OPEN-CASE
               WHEN "A"
                   PERFORM 120-ASSIGN-CASE
               WHEN "R"
                   PERFORM 130-RESOLVE-CASE
               WHEN OTHER
                   MOVE "UNKNOWN TRAN CODE" TO DREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
           END-EVALUATE.

       110-OPEN-CASE.
           EVALUATE TRUE
               WHEN DTRAN-TYPE NOT = "P" AND DTRAN-TYPE NOT = "E"
                       AND DTRAN-TYPE NOT = "C"
                       AND DTRAN-TYPE NOT = "F"
                   MOVE "BAD DISPUTE TYPE" TO DREJECT-REASON
               WHEN DTRAN-CHANNEL NOT = "L"
                       AND DTRAN-CHANNEL NOT = "P"
                       AND DTRAN-CHANNEL NOT = "B"
                   MOVE "BAD CHANNEL" TO DREJECT-REASON
               WHEN DTRAN-RECEIVED NOT NUMERIC
                       OR DTRAN-RECEIVED = 0
                       OR DTRAN-RECEIVED > WS-RUN-DATE
                   MOVE "BAD RECEIVED DATE" TO DREJECT-REASON
               WHEN DTRAN-CASE-SEQ NOT NUMERIC
                   MOVE "BAD CASE SEQUENCE" TO DREJECT-REASON
               WHEN OTHER
                   PERFORM 115-CHECK-ACCOUNT-EXISTS
                   IF DREJECT-REASON = SPACES
                       PERFORM 117-CHECK-OPERATOR
                   END-IF
           END-EVALUATE.
           IF DREJECT-REASON NOT = SPACES
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               MOVE SPACES TO DSP-RECORD
               MOVE DTRAN-ACCT-NO    TO DSP-ACCT-NO
               MOVE DTRAN-CASE-SEQ   TO DSP-CASE-SEQ
               MOVE DTRAN-TYPE       TO DSP-TYPE
               MOVE DTRAN-CHANNEL    TO DSP-CHANNEL
               MOVE DTRAN-RECEIVED   TO DSP-RECEIVED-DATE
               MOVE DTRAN-OPERATOR   TO DSP-OPERATOR
               MOVE DTRAN-RECEIVED   TO WS-BUS-DATE
               MOVE WS-ACK-BUS-DAYS  TO WS-BUS-DAYS
               PERFORM 200-ADD-BUSINESS-DAYS
               MOVE WS-BUS-DATE      TO DSP-ACK-DUE
               MOVE DTRAN-RECEIVED   TO WS-BUS-DATE
               MOVE WS-RESP-BUS-DAYS TO WS-BUS-DAYS
               PERFORM 200-ADD-BUSINESS-DAYS
               MOVE WS-BUS-DATE      TO DSP-RESP-DUE
      * The acknowledgement goes out with tonight's letters.
               MOVE WS-RUN-DATE      TO DSP-ACK-DATE
               MOVE 0                TO DSP-RESOLVED-DATE
               MOVE "A"              TO DSP-STATUS
               WRITE DSP-RECORD
                   INVALID KEY
                       MOVE "ALREADY ON FILE" TO DREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-OPEN-COUNTER
                       MOVE SPACES TO CORR-QUEUE-REC
                       MOVE "DSPACK" TO CRQ-TEMPLATE
                       PERFORM 800-QUEUE-LETTER
               END-WRITE
           END-IF.

       115-CHECK-ACCOUNT-EXISTS.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE DTRAN-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE"
                           TO DREJECT-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       117-CHECK-OPERATOR.
           IF DTRAN-OPERATOR = SPACES
               MOVE "NO OPERATOR" TO DREJECT-REASON
           ELSE
               IF WS-OPERATOR-OPEN = "Y"
                   MOVE DTRAN-OPERATOR TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "UNKNOWN OPERATOR"
                               TO DREJECT-REASON
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.

       120-ASSIGN-CASE.
           PERFORM 150-READ-OPEN-CASE.
           IF DREJECT-REASON = SPACES
               PERFORM 117-CHECK-OPERATOR
           END-IF.
           IF DREJECT-REASON NOT = SPACES
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               MOVE DTRAN-OPERATOR TO DSP-OPERATOR
               REWRITE DSP-RECORD
               ADD 1 TO WS-ASSIGN-COUNTER
           END-IF.

       130-RESOLVE-CASE.
           PERFORM 150-READ-OPEN-CASE.
           IF DREJECT-REASON = SPACES
               IF DTRAN-RESOLUTION NOT = "CO"
                       AND DTRAN-RESOLUTION NOT = "NE"
                       AND DTRAN-RESOLUTION NOT = "IP"
                       AND DTRAN-RESOLUTION NOT = "WD"
                   MOVE "BAD RESOLUTION CODE" TO DREJECT-REASON
               END-IF
           END-IF.
           IF DREJECT-REASON NOT = SPACES
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               MOVE DTRAN-RESOLUTION TO DSP-RESOLUTION
               MOVE WS-RUN-DATE      TO DSP-RESOLVED-DATE
               MOVE "C"              TO DSP-STATUS
               REWRITE DSP-RECORD
               ADD 1 TO WS-RESOLVE-COUNTER
               MOVE SPACES TO CORR-QUEUE-REC
               MOVE "DSPRESP" TO CRQ-TEMPLATE
               PERFORM 800-QUEUE-LETTER
           END-IF.

       150-READ-OPEN-CASE.
           MOVE DTRAN-ACCT-NO  TO DSP-ACCT-NO.
           MOVE DTRAN-CASE-SEQ TO DSP-CASE-SEQ.
           READ DISPUTES
               INVALID KEY
                   MOVE "CASE NOT ON FILE" TO DREJECT-REASON
               NOT INVALID KEY
                   IF DSP-ST-CLOSED
                       MOVE "CASE CLOSED" TO DREJECT-REASON
                   END-IF
           END-READ.

       200-ADD-BUSINESS-DAYS.
      * Each step moves to the earliest calendar date after the
      * current one, so the received day itself never counts.
      * When the calendar runs out the rest is counted as calendar
      * days, a business week to seven.
           MOVE WS-BUS-DAYS TO WS-BUS-LEFT.
           PERFORM UNTIL WS-BUS-LEFT = 0
               MOVE 0 TO WS-BUS-NEXT
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                   IF WS-CAL-DATE(WS-CAL-IDX) > WS-BUS-DATE
                           AND (WS-BUS-NEXT = 0
                                OR WS-CAL-DATE(WS-CAL-IDX)
                                   < WS-BUS-NEXT)
                       MOVE WS-CAL-DATE(WS-CAL-IDX) TO WS-BUS-NEXT
                   END-IF
               END-PERFORM
               IF WS-BUS-NEXT = 0
                   COMPUTE WS-ADD-DAYS = WS-BUS-LEFT
                           + (WS-BUS-LEFT / 5) * 2
                   PERFORM 250-ADD-CALENDAR-DAYS
                   MOVE 0 TO WS-BUS-LEFT
               ELSE
                   MOVE WS-BUS-NEXT TO WS-BUS-DATE
                   SUBTRACT 1 FROM WS-BUS-LEFT
               END-IF
           END-PERFORM.

       250-ADD-CALENDAR-DAYS.
      * WS-BUS-DATE plus WS-ADD-DAYS on 30/360, a day 31 or a
      * February past its end landing on the month's last day.
           DIVIDE WS-BUS-DATE BY 10000
               GIVING WS-ADD-YEAR
               REMAINDER WS-ADD-MMDD.
           DIVIDE WS-ADD-MMDD BY 100
               GIVING WS-ADD-MONTH
               REMAINDER WS-ADD-DAY.
           IF WS-ADD-DAY > 30
               MOVE 30 TO WS-ADD-DAY
           END-IF.
           COMPUTE WS-ADD-TOTAL =
                   WS-ADD-YEAR * 360 + (WS-ADD-MONTH - 1) * 30
                   + WS-ADD-DAY - 1 + WS-ADD-DAYS.
           DIVIDE WS-ADD-TOTAL BY 360
               GIVING WS-ADD-YEAR
               REMAINDER WS-ADD-REM.
           DIVIDE WS-ADD-REM BY 30
               GIVING WS-ADD-MONTH
               REMAINDER WS-ADD-DAY.
           ADD 1 TO WS-ADD-MONTH.
           ADD 1 TO WS-ADD-DAY.
           IF WS-ADD-MONTH = 2 AND WS-ADD-DAY > 28
               MOVE 28 TO WS-ADD-DAY
           END-IF.
           COMPUTE WS-BUS-DATE =
                   WS-ADD-YEAR * 10000 + WS-ADD-MONTH * 100
                   + WS-ADD-DAY.

       800-QUEUE-LETTER.
           MOVE DSP-ACCT-NO TO CRQ-ACC.
           WRITE CORR-QUEUE-REC.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE DTRAN-ACCT-NO  TO DREJECT-ACC.
           MOVE DTRAN-CASE-SEQ TO DREJECT-CASE-SEQ.
           MOVE DTRAN-CODE     TO DREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.
