      ******************************************************************
      *
      * Account Service-Hold Maintenance
      * =================================
      *
      * Maintains the indexed ACCTHOLD service-hold file from the
      * "holdtran" transaction file, so the desk's day-to-day stops
      * - no ACH draft this cycle, no letters during litigation, no
      * late charges while a dispute is pending, no bureau
      * reporting, do not call - are recorded instead of phoned
      * through to operations.  "P" places a hold of one type on an
      * account with its start date (zero starts it tonight), expiry
      * date (zero until released), reason and operator; "C"
      * changes an active hold's dates or reason; "R" releases it,
      * stamping the release date and operator.  The hold types are
      * listed in holdrec.cpy.
      *
      * Maintenance runs in the same two passes as loanmaint.  The
      * edit pass validates every transaction - a known code and
      * hold type, an account on LOANMSTR, an operator on OPERATORS,
      * dates that make sense, a place not already in force and a
      * change or release against a hold that is - and prints a
      * per-transaction disposition on "holdedit".  The apply pass
      * then runs only when the edit came back clean, or when the
      * operator explicitly accepts the flagged batch with the FORCE
      * parameter against a released approval; EDIT as the
      * parameter edits only.  Transactions that still fail when
      * applied land on "holdrej".
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTHOLD ASSIGN TO "ACCTHOLD"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS WS-ACCTHOLD-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * The operator file the sign-on maintains; optional, and
      * without it any operator is taken as keyed.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT TRANS-FILE ASSIGN TO "holdtran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "holdrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EDIT-REPORT ASSIGN TO "holdedit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Dual-control approval queue maintained by apprvctl; a
      * forced batch runs only against a released entry, which is
      * consumed so it cannot authorize twice.
           SELECT APPROVAL-QUEUE ASSIGN TO "apprqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APPRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared account service-hold record; see holdrec.cpy.
       FD ACCTHOLD.
           COPY "holdrec.cpy".

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

       FD TRANS-FILE.
           01 TRANS-REC.
               05 HTRAN-CODE         PIC X(01).
               05 HTRAN-ACCT-NO      PIC X(10).
               05 HTRAN-TYPE         PIC X(03).
               05 HTRAN-START        PIC 9(08).
               05 HTRAN-EXPIRY       PIC 9(08).
               05 HTRAN-REASON       PIC X(20).
               05 HTRAN-OPERATOR     PIC X(08).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 HREJECT-ACC        PIC X(10).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 HREJECT-TYPE       PIC X(03).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 HREJECT-TRAN-CODE  PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 HREJECT-REASON     PIC X(20).

       FD EDIT-REPORT.
           01 EDIT-REPORT-REC PIC X(80).

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
           01 WS-ACCTHOLD-STATUS PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-OPERATOR-STATUS PIC X(02) VALUE "00".
           01 WS-OPERATOR-OPEN   PIC X(01) VALUE "N".
           01 WS-APPRQ-STATUS    PIC X(02) VALUE "00".
           01 WS-APPROVAL-OK     PIC X(01) VALUE "N".
           01 WS-WANT-ACTION     PIC X(10) VALUE SPACES.
           01 WS-WANT-DETAIL     PIC X(20) VALUE SPACES.
           01 WS-APPRQ-EOF       PIC X(01) VALUE "N".
           01 WS-APPRQ-TABLE.
               05 WS-APPRQ-ENTRY OCCURS 200 TIMES PIC X(62).
           01 WS-APPRQ-COUNT     PIC 9(03) VALUE ZEROES.
           01 WS-APPRQ-IDX       PIC 9(03) VALUE ZEROES.
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-RUN-DATE-N      PIC 9(08) VALUE ZEROES.

           01 WS-PLACE-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-RELEASE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.

      * Two-pass control.  EDIT edits only; FORCE applies even a
      * flagged batch; anything else edits and applies only when
      * the edit pass found nothing wrong.
           01 WS-MODE-PARM       PIC X(08) VALUE SPACES.
           01 WS-EDIT-ERRORS     PIC 9(09) VALUE ZEROES.
           01 WS-EDIT-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-EDIT-REASON     PIC X(20) VALUE SPACES.

      * What the edit found on file for the transaction's key: no
      * record at all, or one in force on the run date.
           01 WS-HOLD-ON-FILE    PIC X(01) VALUE "N".
           01 WS-HOLD-IN-FORCE   PIC X(01) VALUE "N".
      * The start date the transaction means: zero is tonight.
           01 WS-EFF-START       PIC 9(08) VALUE ZEROES.

           01 WS-EDIT-LINE.
               05 WS-EDT-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EDT-TYPE      PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EDT-CODE      PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EDT-DISP      PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
           OPEN I-O ACCTHOLD.
           IF WS-ACCTHOLD-STATUS = "35"
               CLOSE ACCTHOLD
               OPEN OUTPUT ACCTHOLD
               CLOSE ACCTHOLD
               OPEN I-O ACCTHOLD
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               CLOSE ACCTHOLD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               MOVE "Y" TO WS-OPERATOR-OPEN
           END-IF.

           PERFORM 050-EDIT-PASS.

      * Forcing a flagged batch through is a two-person decision:
      * it runs only against a released approval, consumed here.
           IF WS-MODE-PARM = "FORCE" AND WS-EDIT-ERRORS > 0
               MOVE "HOLDMAINT" TO WS-WANT-ACTION
               MOVE "FORCE"     TO WS-WANT-DETAIL
               PERFORM 910-CONSUME-APPROVAL
               IF WS-APPROVAL-OK = "N"
                   DISPLAY "FORCE NEEDS A RELEASED APPROVAL"
                   PERFORM 990-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           IF WS-EDIT-ERRORS > 0 AND WS-MODE-PARM NOT = "FORCE"
               DISPLAY "EDIT ERRORS FOUND, BATCH NOT APPLIED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MODE-PARM = "EDIT"
                   DISPLAY "EDIT PASS ONLY, BATCH NOT APPLIED"
               ELSE
                   PERFORM 080-APPLY-PASS
               END-IF
           END-IF.

           PERFORM 990-CLOSE-FILES.

           DISPLAY "HOLDS PLACED: "   WS-PLACE-COUNTER.
           DISPLAY "HOLDS CHANGED: "  WS-CHANGE-COUNTER.
           DISPLAY "HOLDS RELEASED: " WS-RELEASE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           GOBACK.

       050-EDIT-PASS.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT EDIT-REPORT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-EDIT-COUNTER
                   PERFORM 200-EDIT-TRANSACTION
                   MOVE HTRAN-ACCT-NO TO WS-EDT-ACC
                   MOVE HTRAN-TYPE    TO WS-EDT-TYPE
                   MOVE HTRAN-CODE    TO WS-EDT-CODE
                   IF WS-EDIT-REASON = SPACES
                       MOVE "OK" TO WS-EDT-DISP
                   ELSE
                       ADD 1 TO WS-EDIT-ERRORS
                       MOVE WS-EDIT-REASON TO WS-EDT-DISP
                   END-IF
                   MOVE WS-EDIT-LINE TO EDIT-REPORT-REC
                   WRITE EDIT-REPORT-REC
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.

           MOVE "TRANSACTIONS EDITED:" TO WS-TOT-LABEL.
           MOVE WS-EDIT-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.
           MOVE "TRANSACTIONS IN ERROR:" TO WS-TOT-LABEL.
           MOVE WS-EDIT-ERRORS         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.
           CLOSE EDIT-REPORT.

       080-APPLY-PASS.
      * Each transaction is edited again as it applies, so one
      * that an earlier transaction in the same batch made wrong -
      * a second place of the same hold - is rejected rather than
      * applied over the first.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REJECT-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 200-EDIT-TRANSACTION
                   IF WS-EDIT-REASON = SPACES
                       PERFORM 100-APPLY-TRANSACTION
                   ELSE
                       MOVE WS-EDIT-REASON TO HREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.

       100-APPLY-TRANSACTION.
           EVALUATE HTRAN-CODE
               WHEN "P"
                   PERFORM 110-PLACE-HOLD
               WHEN "C"
                   PERFORM 120-CHANGE-HOLD
               WHEN "R"
                   PERFORM 130-RELEASE-HOLD
           END-EVALUATE.

       110-PLACE-HOLD.
      * A type released or lapsed earlier is placed again over its
      * old record; the key holds one hold per type per account.
           MOVE HTRAN-ACCT-NO     TO HOLD-ACCT-NO.
           MOVE HTRAN-TYPE        TO HOLD-TYPE.
           MOVE WS-EFF-START      TO HOLD-START-DATE.
           MOVE HTRAN-EXPIRY      TO HOLD-EXPIRY-DATE.
           MOVE HTRAN-REASON      TO HOLD-REASON.
           MOVE HTRAN-OPERATOR    TO HOLD-OPERATOR.
           MOVE "A"               TO HOLD-STATUS.
           MOVE WS-RUN-DATE-N     TO HOLD-PLACED-DATE.
           MOVE 0                 TO HOLD-RELEASED-DATE.
           MOVE SPACES            TO HOLD-RELEASE-OPER.
           IF WS-HOLD-ON-FILE = "Y"
               REWRITE HOLD-RECORD
           ELSE
               WRITE HOLD-RECORD
           END-IF.
           ADD 1 TO WS-PLACE-COUNTER.

       120-CHANGE-HOLD.
      * The 200 edit left the hold read; only what the transaction
      * carries moves, and the operator making the change becomes
      * the hold's owner.
           IF HTRAN-START > 0
               MOVE HTRAN-START TO HOLD-START-DATE
           END-IF.
           MOVE HTRAN-EXPIRY TO HOLD-EXPIRY-DATE.
           IF HTRAN-REASON NOT = SPACES
               MOVE HTRAN-REASON TO HOLD-REASON
           END-IF.
           MOVE HTRAN-OPERATOR TO HOLD-OPERATOR.
           REWRITE HOLD-RECORD.
           ADD 1 TO WS-CHANGE-COUNTER.

       130-RELEASE-HOLD.
           MOVE "R"            TO HOLD-STATUS.
           MOVE WS-RUN-DATE-N  TO HOLD-RELEASED-DATE.
           MOVE HTRAN-OPERATOR TO HOLD-RELEASE-OPER.
           REWRITE HOLD-RECORD.
           ADD 1 TO WS-RELEASE-COUNTER.

       200-EDIT-TRANSACTION.
      * Only the checks that do not change the files run here, so
      * an edited batch leaves ACCTHOLD untouched no matter what it
      * finds.  A found hold is left in the record area for the
      * apply paragraphs.
           MOVE SPACES TO WS-EDIT-REASON.
           EVALUATE TRUE
               WHEN HTRAN-CODE NOT = "P" AND HTRAN-CODE NOT = "C"
                       AND HTRAN-CODE NOT = "R"
                   MOVE "UNKNOWN TRAN CODE" TO WS-EDIT-REASON
               WHEN HTRAN-TYPE NOT = "ACH" AND HTRAN-TYPE NOT = "LTR"
                       AND HTRAN-TYPE NOT = "LCH"
                       AND HTRAN-TYPE NOT = "CBR"
                       AND HTRAN-TYPE NOT = "DNC"
                   MOVE "BAD HOLD TYPE" TO WS-EDIT-REASON
               WHEN HTRAN-START NOT NUMERIC
                   MOVE "BAD START DATE" TO WS-EDIT-REASON
               WHEN HTRAN-EXPIRY NOT NUMERIC
                   MOVE "BAD EXPIRY DATE" TO WS-EDIT-REASON
               WHEN OTHER
                   PERFORM 210-EDIT-ACCOUNT
           END-EVALUATE.
           IF WS-EDIT-REASON = SPACES
               PERFORM 220-EDIT-OPERATOR
           END-IF.
           IF WS-EDIT-REASON = SPACES
               PERFORM 230-READ-HOLD
               EVALUATE HTRAN-CODE
                   WHEN "P"
                       PERFORM 240-EDIT-PLACE
                   WHEN OTHER
                       PERFORM 250-EDIT-CHANGE-RELEASE
               END-EVALUATE
           END-IF.

       210-EDIT-ACCOUNT.
           MOVE HTRAN-ACCT-NO TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-EDIT-REASON
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       220-EDIT-OPERATOR.
           IF HTRAN-OPERATOR = SPACES
               MOVE "NO OPERATOR" TO WS-EDIT-REASON
           ELSE
               IF WS-OPERATOR-OPEN = "Y"
                   MOVE HTRAN-OPERATOR TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "UNKNOWN OPERATOR"
                               TO WS-EDIT-REASON
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.

       230-READ-HOLD.
           MOVE "N" TO WS-HOLD-ON-FILE.
           MOVE "N" TO WS-HOLD-IN-FORCE.
           MOVE HTRAN-ACCT-NO TO HOLD-ACCT-NO.
           MOVE HTRAN-TYPE    TO HOLD-TYPE.
           READ ACCTHOLD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOLD-ON-FILE
                   IF HOLD-ST-ACTIVE
                           AND (HOLD-EXPIRY-DATE = 0
                                OR HOLD-EXPIRY-DATE
                                   >= WS-RUN-DATE-N)
                       MOVE "Y" TO WS-HOLD-IN-FORCE
                   END-IF
           END-READ.

       240-EDIT-PLACE.
           IF HTRAN-START = 0
               MOVE WS-RUN-DATE-N TO WS-EFF-START
           ELSE
               MOVE HTRAN-START TO WS-EFF-START
           END-IF.
           EVALUATE TRUE
               WHEN WS-HOLD-IN-FORCE = "Y"
                   MOVE "HOLD ALREADY ACTIVE" TO WS-EDIT-REASON
               WHEN HTRAN-REASON = SPACES
                   MOVE "NO REASON" TO WS-EDIT-REASON
               WHEN HTRAN-EXPIRY > 0
                       AND (HTRAN-EXPIRY < WS-EFF-START
                            OR HTRAN-EXPIRY < WS-RUN-DATE-N)
                   MOVE "BAD EXPIRY DATE" TO WS-EDIT-REASON
           END-EVALUATE.

       250-EDIT-CHANGE-RELEASE.
           IF WS-HOLD-IN-FORCE = "N"
               MOVE "HOLD NOT ACTIVE" TO WS-EDIT-REASON
           ELSE
               IF HTRAN-CODE = "C"
                   IF HTRAN-START > 0
                       MOVE HTRAN-START TO WS-EFF-START
                   ELSE
                       MOVE HOLD-START-DATE TO WS-EFF-START
                   END-IF
                   IF HTRAN-EXPIRY > 0
                           AND (HTRAN-EXPIRY < WS-EFF-START
                                OR HTRAN-EXPIRY < WS-RUN-DATE-N)
                       MOVE "BAD EXPIRY DATE" TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE HTRAN-ACCT-NO TO HREJECT-ACC.
           MOVE HTRAN-TYPE    TO HREJECT-TYPE.
           MOVE HTRAN-CODE    TO HREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.

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

       990-CLOSE-FILES.
           CLOSE ACCTHOLD.
           CLOSE LOANMSTR.
           IF WS-OPERATOR-OPEN = "Y"
               CLOSE OPERATOR-FILE
           END-IF.
