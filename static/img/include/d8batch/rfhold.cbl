      ******************************************************************
      *
      * Red-Flags Hold Check Subroutine
      * ================================
      *
      * CALLed by payoffpr and achorig with one account before its
      * payoff notice is processed or its ACH debit originated.  An
      * account with an OPEN alert on the RFALERTS file, raised by
      * the nightly rfscan, is held - unless an operator has cleared
      * it: a REDFLAG entry for the account parked in apprvctl and
      * released there by a second operator.  A released entry is
      * consumed from the "apprqueue" approval queue so it cannot
      * clear twice, and the alert is marked CLEARED with the date,
      * the requesting operator and the approver; the account then
      * goes through.  A site with no alert file holds nothing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rfhold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFALERTS ASSIGN TO "RFALERTS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RFA-ACCT-NO
           FILE STATUS IS WS-RFALERTS-STATUS.

      * Dual-control approval queue maintained by apprvctl; a
      * released REDFLAG entry is consumed so it cannot clear twice.
           SELECT APPROVAL-QUEUE ASSIGN TO "apprqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APPRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared red-flags alert record; see rfalert.cpy.
       FD RFALERTS.
           COPY "rfalert.cpy".

      * Mirrors apprvctl's own FD APPROVAL-QUEUE layout field for
      * field.
       FD APPROVAL-QUEUE.
           01 APPROVAL-REC.
               05 APPR-ACTION        PIC X(10).
               05 FILLER             PIC X(01).
               05 APPR-DETAIL        PIC X(20).
               05 FILLER             PIC X(01).
               05 APPR-REQ-OPER      PIC X(08).
               05 FILLER             PIC X(01).
               05 APPR-REQ-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 APPR-STATUS        PIC X(01).
               05 FILLER             PIC X(01).
               05 APPR-APP-OPER      PIC X(08).

       WORKING-STORAGE SECTION.
           01 WS-RFALERTS-STATUS  PIC X(02) VALUE "00".
           01 WS-RFALERTS-OPEN    PIC X(01) VALUE "N".
           01 WS-FIRST-CALL       PIC X(01) VALUE "Y".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

           01 WS-APPRQ-STATUS    PIC X(02) VALUE "00".
           01 WS-APPROVAL-OK     PIC X(01) VALUE "N".
           01 WS-WANT-ACTION     PIC X(10) VALUE SPACES.
           01 WS-WANT-DETAIL     PIC X(20) VALUE SPACES.
           01 WS-APPRQ-EOF       PIC X(01) VALUE "N".
           01 WS-APPRQ-TABLE.
               05 WS-APPRQ-ENTRY OCCURS 200 TIMES PIC X(62).
           01 WS-APPRQ-COUNT     PIC 9(03) VALUE ZEROES.
           01 WS-APPRQ-IDX       PIC 9(03) VALUE ZEROES.
           01 WS-CLEAR-REQ-OPER  PIC X(08) VALUE SPACES.
           01 WS-CLEAR-APP-OPER  PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
           COPY "rfhparm.cpy".

       PROCEDURE DIVISION USING BY REFERENCE RFH-PARAMS.

       000-MAIN.
           IF RFH-FN-CLOSE
               IF WS-RFALERTS-OPEN = "Y"
                   CLOSE RFALERTS
                   MOVE "N" TO WS-RFALERTS-OPEN
               END-IF
               GOBACK
           END-IF.

           IF WS-FIRST-CALL = "Y"
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 100-OPEN-ALERT-FILE
               MOVE "N" TO WS-FIRST-CALL
           END-IF.

           MOVE "N"    TO RFH-RESULT.
           MOVE SPACES TO RFH-RULE-ID.
           IF WS-RFALERTS-OPEN = "N"
               GOBACK
           END-IF.

           MOVE RFH-ACCT TO RFA-ACCT-NO.
           READ RFALERTS
               INVALID KEY
                   GOBACK
           END-READ.
           IF NOT RFA-OPEN
               GOBACK
           END-IF.

           MOVE "REDFLAG" TO WS-WANT-ACTION.
           MOVE RFH-ACCT  TO WS-WANT-DETAIL.
           PERFORM 910-CONSUME-APPROVAL.
           IF WS-APPROVAL-OK = "Y"
               PERFORM 200-CLEAR-ALERT
           ELSE
               MOVE "H"         TO RFH-RESULT
               MOVE RFA-RULE-ID TO RFH-RULE-ID
           END-IF.
           GOBACK.

       100-OPEN-ALERT-FILE.
      * rfscan creates the alert file on its first night; until it
      * has run there is nothing to hold.
           OPEN I-O RFALERTS.
           IF WS-RFALERTS-STATUS = "00"
               MOVE "Y" TO WS-RFALERTS-OPEN
           END-IF.

       200-CLEAR-ALERT.
           MOVE "C"               TO RFA-STATUS.
           MOVE WS-RUN-DATE       TO RFA-CLEAR-DATE.
           MOVE WS-CLEAR-REQ-OPER TO RFA-CLEAR-OPER.
           MOVE WS-CLEAR-APP-OPER TO RFA-APPROVER.
           REWRITE RF-ALERT-REC
               INVALID KEY
                   DISPLAY "RFALERTS REWRITE FAILED, STATUS: "
                           WS-RFALERTS-STATUS
           END-REWRITE.
           DISPLAY "RED FLAG CLEARED: " RFH-ACCT
                   " BY " WS-CLEAR-REQ-OPER "/" WS-CLEAR-APP-OPER.

       910-CONSUME-APPROVAL.
      * Look for a released entry matching the action and detail;
      * found, it is marked consumed and the file rewritten at
      * once, so the same release can never authorize twice.
           MOVE "N" TO WS-APPROVAL-OK.
           MOVE "N" TO WS-APPRQ-EOF.
           MOVE 0 TO WS-APPRQ-COUNT.
           OPEN INPUT APPROVAL-QUEUE.
           IF WS-APPRQ-STATUS = "35"
               MOVE "Y" TO WS-APPRQ-EOF
           END-IF.
           PERFORM UNTIL WS-APPRQ-EOF = "Y"
               READ APPROVAL-QUEUE
               AT END MOVE "Y" TO WS-APPRQ-EOF
               NOT AT END
                   IF WS-APPROVAL-OK = "N"
                           AND APPR-STATUS = "R"
                           AND APPR-ACTION = WS-WANT-ACTION
                           AND APPR-DETAIL = WS-WANT-DETAIL
                       MOVE "C" TO APPR-STATUS
                       MOVE "Y" TO WS-APPROVAL-OK
                       MOVE APPR-REQ-OPER TO WS-CLEAR-REQ-OPER
                       MOVE APPR-APP-OPER TO WS-CLEAR-APP-OPER
                   END-IF
                   IF WS-APPRQ-COUNT < 200
                       ADD 1 TO WS-APPRQ-COUNT
                       MOVE APPROVAL-REC
                           TO WS-APPRQ-ENTRY(WS-APPRQ-COUNT)
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-APPRQ-STATUS NOT = "35"
               CLOSE APPROVAL-QUEUE
           END-IF.
           IF WS-APPROVAL-OK = "Y"
               OPEN OUTPUT APPROVAL-QUEUE
               PERFORM VARYING WS-APPRQ-IDX FROM 1 BY 1
                       UNTIL WS-APPRQ-IDX > WS-APPRQ-COUNT
                   MOVE WS-APPRQ-ENTRY(WS-APPRQ-IDX)
                       TO APPROVAL-REC
                   WRITE APPROVAL-REC
               END-PERFORM
               CLOSE APPROVAL-QUEUE
           END-IF.
