      ******************************************************************
      *
      * Nightly Identity-Theft Red-Flags Scan
      * ======================================
      *
      * Looks for the classic account-takeover pattern - the
      * mailing address changed, then the ACH debit moved to a new
      * bank account, then a payoff quoted or a payoff notice
      * received, all within a few weeks - by correlating each
      * account's recent servicing activity over a rolling window.
      * The activity comes from four places: the "rfevent" journal
      * (ADDRCHG from custmain, spread here through CUSTXREF to
      * every account linked to the customer; BANKCHG from
      * enrmaint; PAYQUOTE from acctinq), address changes made on
      * the loan master itself off the "mjournal" maintenance
      * journal, and PAYOFF notices off "pifnotic".  The sequences
      * to look for come from the optional "rfrules" file - a rule
      * id, a window in days and up to three event codes in the
      * order they must happen; without one the two takeover rules
      * above run with a 45-day window.  An account whose events
      * complete a rule's sequence in order inside the window gets
      * an OPEN alert on the RFALERTS file, which holds its payoff
      * processing in payoffpr and its ACH origination in achorig
      * (see rfhold) until an operator clears it through apprvctl,
      * and a case goes onto the "rfcases" case file: an alert line
      * followed by one line per triggering event.  An account
      * already open is left alone; a cleared one alerts again only
      * on activity dated after the clear.  The "rfrpt" report lists
      * the alerts raised.  Run nightly, ahead of payoffpr and
      * achorig.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rfscan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RF-EVENT-FILE ASSIGN TO "rfevent"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RFEVENT-STATUS.

           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

           SELECT MAINT-JOURNAL ASSIGN TO "mjournal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MJOURNAL-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "pifnotic"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NOTICE-STATUS.

      * One line per red-flags rule; optional.
           SELECT RULES-FILE ASSIGN TO "rfrules"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT RFALERTS ASSIGN TO "RFALERTS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RFA-ACCT-NO
           FILE STATUS IS WS-RFALERTS-STATUS.

           SELECT CASE-FILE ASSIGN TO "rfcases"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASE-STATUS.

           SELECT SCAN-REPORT ASSIGN TO "rfrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared red-flags activity event record; see rfevent.cpy.
       FD RF-EVENT-FILE.
           COPY "rfevent.cpy".

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

      * Mirrors payoffpr's own FD NOTICE-FILE layout field for
      * field.
       FD NOTICE-FILE.
           01 NOTICE-REC.
               05 PIF-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 PIF-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 PIF-AMOUNT         PIC 9(07)V9(02).

      * Rule id, window in days, then up to three event codes
      * (ADDRCHG, BANKCHG, PAYQUOTE, PAYOFF) in the order they
      * must happen; unused steps are left blank.
       FD RULES-FILE.
           01 RULES-REC.
               05 RFR-RULE-ID        PIC X(04).
               05 FILLER             PIC X(01).
               05 RFR-WINDOW         PIC 9(03).
               05 RFR-STEP-GROUP OCCURS 3 TIMES.
                   10 FILLER         PIC X(01).
                   10 RFR-STEP       PIC X(08).

      * Shared red-flags alert record; see rfalert.cpy.
       FD RFALERTS.
           COPY "rfalert.cpy".

      * An "A" alert line, then one "E" line per triggering event.
       FD CASE-FILE.
           01 CASE-REC.
               05 RFC-ACCT           PIC X(10).
               05 FILLER             PIC X(01).
               05 RFC-RULE-ID        PIC X(04).
               05 FILLER             PIC X(01).
               05 RFC-ALERT-DATE     PIC 9(08).
               05 FILLER             PIC X(01).
               05 RFC-LINE-TYPE      PIC X(01).
               05 FILLER             PIC X(01).
               05 RFC-EVENT-DATE     PIC 9(08).
               05 FILLER             PIC X(01).
               05 RFC-EVENT          PIC X(08).
               05 FILLER             PIC X(01).
               05 RFC-SOURCE         PIC X(08).

       FD SCAN-REPORT.
           01 SCAN-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-RFEVENT-STATUS   PIC X(02) VALUE "00".
           01 WS-RFEVENT-EOF      PIC X(01) VALUE "N".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-EOF     PIC X(01) VALUE "N".
           01 WS-MJOURNAL-STATUS  PIC X(02) VALUE "00".
           01 WS-MJOURNAL-EOF     PIC X(01) VALUE "N".
           01 WS-NOTICE-STATUS    PIC X(02) VALUE "00".
           01 WS-NOTICE-EOF       PIC X(01) VALUE "N".
           01 WS-RULES-STATUS     PIC X(02) VALUE "00".
           01 WS-RULES-EOF        PIC X(01) VALUE "N".
           01 WS-RFALERTS-STATUS  PIC X(02) VALUE "00".
           01 WS-CASE-STATUS      PIC X(02) VALUE "00".

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-CALC-DATE.
               05 WS-CALC-YEAR     PIC 9(04).
               05 WS-CALC-MONTH    PIC 9(02).
               05 WS-CALC-DAY      PIC 9(02).
           01 WS-CALC-DATE-N REDEFINES WS-CALC-DATE PIC 9(08).
           01 WS-CALC-TOTAL-DAYS  PIC 9(07).
           01 WS-CUTOFF-DAYS      PIC S9(07).

      * Rules in force, from "rfrules" or the two defaults.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 20 TIMES.
                   10 WS-RULE-ID        PIC X(04).
                   10 WS-RULE-WINDOW    PIC 9(03).
                   10 WS-RULE-STEP-CNT  PIC 9(01).
                   10 WS-RULE-STEP      PIC X(08) OCCURS 3 TIMES.
           01 WS-RULE-COUNT       PIC 9(02) VALUE ZEROES.
           01 WS-RULE-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-MAX-WINDOW       PIC 9(03) VALUE ZEROES.
           01 WS-DEFAULT-WINDOW   PIC 9(03) VALUE 45.

      * Customer-level address changes waiting to be spread to the
      * customer's accounts.
           01 WS-CEV-TABLE.
               05 WS-CEV-ENTRY OCCURS 500 TIMES.
                   10 WS-CEV-CUST       PIC X(06).
                   10 WS-CEV-DATE       PIC 9(08).
                   10 WS-CEV-SOURCE     PIC X(08).
           01 WS-CEV-COUNT        PIC 9(03) VALUE ZEROES.
           01 WS-CEV-IDX          PIC 9(03) VALUE ZEROES.

      * Every account event inside the longest rule window.
           01 WS-EVT-TABLE.
               05 WS-EVT-ENTRY OCCURS 5000 TIMES.
                   10 WS-EVT-ACCT       PIC X(10).
                   10 WS-EVT-DATE       PIC 9(08).
                   10 WS-EVT-DAYS       PIC 9(07).
                   10 WS-EVT-CODE       PIC X(08).
                   10 WS-EVT-SOURCE     PIC X(08).
           01 WS-EVT-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-EVT-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-EVT-OVERFLOW     PIC X(01) VALUE "N".
           01 WS-CAND-IDX         PIC 9(04) VALUE ZEROES.

      * The event to add, built by each loader.
           01 WS-NEW-ACCT         PIC X(10).
           01 WS-NEW-DATE         PIC 9(08).
           01 WS-NEW-CODE         PIC X(08).
           01 WS-NEW-SOURCE       PIC X(08).

      * The events matched to a rule's steps, in order.
           01 WS-SEQ-OK           PIC X(01) VALUE "N".
           01 WS-STEP-IDX         PIC 9(01) VALUE ZEROES.
           01 WS-HIT-TABLE.
               05 WS-HIT-IDX       PIC 9(04) OCCURS 3 TIMES.
           01 WS-PREV-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-BEST-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-LAST-EVENT-DATE  PIC 9(08) VALUE ZEROES.
           01 WS-ALERT-ACTION     PIC X(16) VALUE SPACES.

           01 WS-EVENT-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-ALERT-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-REOPEN-COUNTER   PIC 9(09) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(12) VALUE "ACCOUNT".
               05 FILLER PIC X(06) VALUE "RULE".
               05 FILLER PIC X(10) VALUE "FIRST".
               05 FILLER PIC X(10) VALUE "LAST".
               05 FILLER PIC X(16) VALUE "ACTION".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RULE      PIC X(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-FIRST     PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-LAST      PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(16).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           PERFORM 050-LOAD-RULES.
           COMPUTE WS-CUTOFF-DAYS = WS-RUN-TOTAL-DAYS - WS-MAX-WINDOW.

           PERFORM 100-LOAD-JOURNAL-EVENTS.
           PERFORM 150-SPREAD-CUSTOMER-EVENTS.
           PERFORM 200-LOAD-MAINT-JOURNAL.
           PERFORM 250-LOAD-PAYOFF-NOTICES.
           IF WS-EVT-OVERFLOW = "Y"
               DISPLAY "RED FLAG EVENT TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O RFALERTS.
           IF WS-RFALERTS-STATUS = "35"
               CLOSE RFALERTS
               OPEN OUTPUT RFALERTS
               CLOSE RFALERTS
               OPEN I-O RFALERTS
           END-IF.
           IF WS-RFALERTS-STATUS NOT = "00"
               DISPLAY "RFALERTS OPEN FAILED, STATUS: "
                       WS-RFALERTS-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND CASE-FILE.
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
           END-IF.
           OPEN OUTPUT SCAN-REPORT.
           MOVE WS-HEADER-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                       UNTIL WS-EVT-IDX > WS-EVT-COUNT
                   IF WS-EVT-CODE(WS-EVT-IDX)
                           = WS-RULE-STEP(WS-RULE-IDX, 1)
                       AND WS-EVT-DAYS(WS-EVT-IDX)
                           + WS-RULE-WINDOW(WS-RULE-IDX)
                           >= WS-RUN-TOTAL-DAYS
                       PERFORM 300-MATCH-SEQUENCE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE RFALERTS.
           CLOSE CASE-FILE.
           CLOSE SCAN-REPORT.

           DISPLAY "RED FLAG EVENTS IN WINDOW: " WS-EVENT-COUNTER.
           DISPLAY "RED FLAG ALERTS RAISED: "    WS-ALERT-COUNTER.
           DISPLAY "  OF WHICH REOPENED: "       WS-REOPEN-COUNTER.
           IF WS-ALERT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-RULES.
      * A site that has not tuned its rules runs the two takeover
      * sequences over the default window.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-RULES-EOF = "Y"
                   READ RULES-FILE
                   AT END MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       PERFORM 060-ADD-RULE
                   END-READ
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.
           IF WS-RULE-COUNT = 0
               MOVE 2 TO WS-RULE-COUNT
               MOVE "AT01"     TO WS-RULE-ID(1)
               MOVE "AT02"     TO WS-RULE-ID(2)
               MOVE WS-DEFAULT-WINDOW TO WS-RULE-WINDOW(1)
                                         WS-RULE-WINDOW(2)
               MOVE 3 TO WS-RULE-STEP-CNT(1) WS-RULE-STEP-CNT(2)
               MOVE "ADDRCHG"  TO WS-RULE-STEP(1, 1)
                                  WS-RULE-STEP(2, 1)
               MOVE "BANKCHG"  TO WS-RULE-STEP(1, 2)
                                  WS-RULE-STEP(2, 2)
               MOVE "PAYQUOTE" TO WS-RULE-STEP(1, 3)
               MOVE "PAYOFF"   TO WS-RULE-STEP(2, 3)
           END-IF.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-WINDOW(WS-RULE-IDX) > WS-MAX-WINDOW
                   MOVE WS-RULE-WINDOW(WS-RULE-IDX) TO WS-MAX-WINDOW
               END-IF
           END-PERFORM.

       060-ADD-RULE.
           IF RFR-WINDOW NOT NUMERIC OR RFR-WINDOW = 0
                   OR RFR-STEP(1) = SPACES
               DISPLAY "RFRULES LINE IGNORED: " RFR-RULE-ID
           ELSE
               IF WS-RULE-COUNT < 20
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RFR-RULE-ID TO WS-RULE-ID(WS-RULE-COUNT)
                   MOVE RFR-WINDOW  TO WS-RULE-WINDOW(WS-RULE-COUNT)
                   MOVE 0 TO WS-RULE-STEP-CNT(WS-RULE-COUNT)
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX > 3
                       MOVE RFR-STEP(WS-STEP-IDX)
                           TO WS-RULE-STEP(WS-RULE-COUNT, WS-STEP-IDX)
                       IF RFR-STEP(WS-STEP-IDX) NOT = SPACES
                           MOVE WS-STEP-IDX
                               TO WS-RULE-STEP-CNT(WS-RULE-COUNT)
                       END-IF
                   END-PERFORM
               ELSE
                   DISPLAY "RFRULES TABLE FULL, RULE IGNORED: "
                           RFR-RULE-ID
               END-IF
           END-IF.

       100-LOAD-JOURNAL-EVENTS.
      * Account-level events go straight into the table; a
      * customer-level address change waits for the cross-reference
      * pass.
           OPEN INPUT RF-EVENT-FILE.
           IF WS-RFEVENT-STATUS NOT = "00"
               MOVE "Y" TO WS-RFEVENT-EOF
           END-IF.
           PERFORM UNTIL WS-RFEVENT-EOF = "Y"
               READ RF-EVENT-FILE
               AT END MOVE "Y" TO WS-RFEVENT-EOF
               NOT AT END
                   IF RFE-DATE IS NUMERIC
                       MOVE RFE-DATE TO WS-CALC-DATE-N
                       PERFORM 850-DAYS-OF-DATE
                       IF WS-CALC-TOTAL-DAYS >= WS-CUTOFF-DAYS
                           PERFORM 110-ROUTE-JOURNAL-EVENT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-RFEVENT-STATUS NOT = "35"
               CLOSE RF-EVENT-FILE
           END-IF.

       110-ROUTE-JOURNAL-EVENT.
           IF RFE-ACCT NOT = SPACES
               MOVE RFE-ACCT   TO WS-NEW-ACCT
               MOVE RFE-DATE   TO WS-NEW-DATE
               MOVE RFE-EVENT  TO WS-NEW-CODE
               MOVE RFE-SOURCE TO WS-NEW-SOURCE
               PERFORM 800-ADD-EVENT
           ELSE
               IF RFE-CUST-NO NOT = SPACES
                   IF WS-CEV-COUNT < 500
                       ADD 1 TO WS-CEV-COUNT
                       MOVE RFE-CUST-NO TO WS-CEV-CUST(WS-CEV-COUNT)
                       MOVE RFE-DATE    TO WS-CEV-DATE(WS-CEV-COUNT)
                       MOVE RFE-SOURCE  TO WS-CEV-SOURCE(WS-CEV-COUNT)
                   ELSE
                       MOVE "Y" TO WS-EVT-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       150-SPREAD-CUSTOMER-EVENTS.
      * One pass of the cross-reference gives every customer-level
      * address change to each account linked to that customer.
           IF WS-CEV-COUNT > 0
               OPEN INPUT CUSTXREF
               IF WS-CUSTXREF-STATUS NOT = "00"
                   MOVE "Y" TO WS-CUSTXREF-EOF
               END-IF
               PERFORM UNTIL WS-CUSTXREF-EOF = "Y"
                   READ CUSTXREF NEXT RECORD
                   AT END MOVE "Y" TO WS-CUSTXREF-EOF
                   NOT AT END
                       PERFORM VARYING WS-CEV-IDX FROM 1 BY 1
                               UNTIL WS-CEV-IDX > WS-CEV-COUNT
                           IF WS-CEV-CUST(WS-CEV-IDX) = XREF-CUST-NO
                               MOVE XREF-ACCT-NO TO WS-NEW-ACCT
                               MOVE WS-CEV-DATE(WS-CEV-IDX)
                                   TO WS-NEW-DATE
                               MOVE "ADDRCHG" TO WS-NEW-CODE
                               MOVE WS-CEV-SOURCE(WS-CEV-IDX)
                                   TO WS-NEW-SOURCE
                               PERFORM 800-ADD-EVENT
                           END-IF
                       END-PERFORM
                   END-READ
               END-PERFORM
               IF WS-CUSTXREF-STATUS NOT = "35"
                   CLOSE CUSTXREF
               END-IF
           END-IF.

       200-LOAD-MAINT-JOURNAL.
      * An address changed straight on the loan master: both
      * images present and the address bytes differ.  An
      * assumption's substitution ("S") is a new borrower, not a
      * takeover, and is left out.
           OPEN INPUT MAINT-JOURNAL.
           IF WS-MJOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-MJOURNAL-EOF
           END-IF.
           PERFORM UNTIL WS-MJOURNAL-EOF = "Y"
               READ MAINT-JOURNAL
               AT END MOVE "Y" TO WS-MJOURNAL-EOF
               NOT AT END
                   IF MJ-BATCH-DATE IS NUMERIC
                           AND MJ-TRAN-CODE NOT = "S"
                           AND MJ-BEFORE-IMAGE NOT = SPACES
                           AND MJ-AFTER-IMAGE NOT = SPACES
                           AND MJ-BEFORE-IMAGE(41:40)
                               NOT = MJ-AFTER-IMAGE(41:40)
                       MOVE MJ-BATCH-DATE TO WS-CALC-DATE-N
                       PERFORM 850-DAYS-OF-DATE
                       IF WS-CALC-TOTAL-DAYS >= WS-CUTOFF-DAYS
                           MOVE MJ-ACCT       TO WS-NEW-ACCT
                           MOVE MJ-BATCH-DATE TO WS-NEW-DATE
                           MOVE "ADDRCHG"     TO WS-NEW-CODE
                           MOVE "MJOURNAL"    TO WS-NEW-SOURCE
                           PERFORM 800-ADD-EVENT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-MJOURNAL-STATUS NOT = "35"
               CLOSE MAINT-JOURNAL
           END-IF.

       250-LOAD-PAYOFF-NOTICES.
           OPEN INPUT NOTICE-FILE.
           IF WS-NOTICE-STATUS NOT = "00"
               MOVE "Y" TO WS-NOTICE-EOF
           END-IF.
           PERFORM UNTIL WS-NOTICE-EOF = "Y"
               READ NOTICE-FILE
               AT END MOVE "Y" TO WS-NOTICE-EOF
               NOT AT END
                   IF PIF-DATE IS NUMERIC
                       MOVE PIF-DATE TO WS-CALC-DATE-N
                       PERFORM 850-DAYS-OF-DATE
                       IF WS-CALC-TOTAL-DAYS >= WS-CUTOFF-DAYS
                           MOVE PIF-ACC    TO WS-NEW-ACCT
                           MOVE PIF-DATE   TO WS-NEW-DATE
                           MOVE "PAYOFF"   TO WS-NEW-CODE
                           MOVE "PIFNOTIC" TO WS-NEW-SOURCE
                           PERFORM 800-ADD-EVENT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-NOTICE-STATUS NOT = "35"
               CLOSE NOTICE-FILE
           END-IF.

       300-MATCH-SEQUENCE.
      * Anchored on a first-step event, each later step takes the
      * earliest event for the same account on or after the step
      * before it and still inside the rule's window.
           MOVE "Y" TO WS-SEQ-OK.
           MOVE 0 TO WS-HIT-IDX(2) WS-HIT-IDX(3).
           MOVE WS-EVT-IDX TO WS-HIT-IDX(1).
           PERFORM VARYING WS-STEP-IDX FROM 2 BY 1
                   UNTIL WS-STEP-IDX > WS-RULE-STEP-CNT(WS-RULE-IDX)
                      OR WS-SEQ-OK = "N"
               PERFORM 350-FIND-NEXT-STEP
           END-PERFORM.
           IF WS-SEQ-OK = "Y"
               PERFORM 400-RAISE-ALERT
           END-IF.

       350-FIND-NEXT-STEP.
           COMPUTE WS-PREV-IDX = WS-HIT-IDX(WS-STEP-IDX - 1).
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-EVT-COUNT
               IF WS-CAND-IDX NOT = WS-PREV-IDX
                   AND WS-EVT-ACCT(WS-CAND-IDX)
                       = WS-EVT-ACCT(WS-EVT-IDX)
                   AND WS-EVT-CODE(WS-CAND-IDX)
                       = WS-RULE-STEP(WS-RULE-IDX, WS-STEP-IDX)
                   AND WS-EVT-DAYS(WS-CAND-IDX)
                       >= WS-EVT-DAYS(WS-PREV-IDX)
                   AND WS-EVT-DAYS(WS-CAND-IDX)
                       <= WS-EVT-DAYS(WS-EVT-IDX)
                          + WS-RULE-WINDOW(WS-RULE-IDX)
                   IF WS-BEST-IDX = 0
                       MOVE WS-CAND-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-EVT-DAYS(WS-CAND-IDX)
                               < WS-EVT-DAYS(WS-BEST-IDX)
                           MOVE WS-CAND-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BEST-IDX = 0
               MOVE "N" TO WS-SEQ-OK
           ELSE
               MOVE WS-BEST-IDX TO WS-HIT-IDX(WS-STEP-IDX)
           END-IF.

       400-RAISE-ALERT.
      * One open alert per account; a cleared account alerts again
      * only when the sequence ends on activity after the clear.
           MOVE WS-HIT-IDX(WS-RULE-STEP-CNT(WS-RULE-IDX))
               TO WS-BEST-IDX.
           MOVE WS-EVT-DATE(WS-BEST-IDX) TO WS-LAST-EVENT-DATE.
           MOVE WS-EVT-ACCT(WS-EVT-IDX) TO RFA-ACCT-NO.
           READ RFALERTS
               INVALID KEY
                   MOVE SPACES TO RF-ALERT-REC
                   MOVE WS-EVT-ACCT(WS-EVT-IDX) TO RFA-ACCT-NO
                   PERFORM 410-SET-ALERT-OPEN
                   WRITE RF-ALERT-REC
                   MOVE "ALERT RAISED" TO WS-ALERT-ACTION
                   PERFORM 450-WRITE-CASE
               NOT INVALID KEY
                   IF RFA-CLEARED
                           AND WS-LAST-EVENT-DATE > RFA-CLEAR-DATE
                       PERFORM 410-SET-ALERT-OPEN
                       REWRITE RF-ALERT-REC
                       ADD 1 TO WS-REOPEN-COUNTER
                       MOVE "ALERT REOPENED" TO WS-ALERT-ACTION
                       PERFORM 450-WRITE-CASE
                   END-IF
           END-READ.

       410-SET-ALERT-OPEN.
           MOVE WS-RULE-ID(WS-RULE-IDX) TO RFA-RULE-ID.
           MOVE WS-RUN-DATE-N           TO RFA-ALERT-DATE.
           MOVE WS-LAST-EVENT-DATE      TO RFA-LAST-EVENT-DATE.
           MOVE "O"                     TO RFA-STATUS.
           MOVE 0                       TO RFA-CLEAR-DATE.
           MOVE SPACES                  TO RFA-CLEAR-OPER.
           MOVE SPACES                  TO RFA-APPROVER.

       450-WRITE-CASE.
           ADD 1 TO WS-ALERT-COUNTER.
           MOVE SPACES                  TO CASE-REC.
           MOVE RFA-ACCT-NO             TO RFC-ACCT.
           MOVE RFA-RULE-ID             TO RFC-RULE-ID.
           MOVE WS-RUN-DATE-N           TO RFC-ALERT-DATE.
           MOVE "A"                     TO RFC-LINE-TYPE.
           MOVE 0                       TO RFC-EVENT-DATE.
           WRITE CASE-REC.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-RULE-STEP-CNT(WS-RULE-IDX)
               MOVE WS-HIT-IDX(WS-STEP-IDX) TO WS-CAND-IDX
               MOVE "E"                  TO RFC-LINE-TYPE
               MOVE WS-EVT-DATE(WS-CAND-IDX)   TO RFC-EVENT-DATE
               MOVE WS-EVT-CODE(WS-CAND-IDX)   TO RFC-EVENT
               MOVE WS-EVT-SOURCE(WS-CAND-IDX) TO RFC-SOURCE
               WRITE CASE-REC
           END-PERFORM.

           MOVE RFA-ACCT-NO             TO WS-DTL-ACC.
           MOVE RFA-RULE-ID             TO WS-DTL-RULE.
           MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-DTL-FIRST.
           MOVE WS-LAST-EVENT-DATE      TO WS-DTL-LAST.
           MOVE WS-ALERT-ACTION         TO WS-DTL-ACTION.
           MOVE WS-DETAIL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

       800-ADD-EVENT.
           IF WS-EVT-COUNT < 5000
               ADD 1 TO WS-EVT-COUNT
               ADD 1 TO WS-EVENT-COUNTER
               MOVE WS-NEW-ACCT   TO WS-EVT-ACCT(WS-EVT-COUNT)
               MOVE WS-NEW-DATE   TO WS-EVT-DATE(WS-EVT-COUNT)
               MOVE WS-NEW-DATE   TO WS-CALC-DATE-N
               PERFORM 850-DAYS-OF-DATE
               MOVE WS-CALC-TOTAL-DAYS TO WS-EVT-DAYS(WS-EVT-COUNT)
               MOVE WS-NEW-CODE   TO WS-EVT-CODE(WS-EVT-COUNT)
               MOVE WS-NEW-SOURCE TO WS-EVT-SOURCE(WS-EVT-COUNT)
           ELSE
               MOVE "Y" TO WS-EVT-OVERFLOW
           END-IF.

       850-DAYS-OF-DATE.
           COMPUTE WS-CALC-TOTAL-DAYS =
                   WS-CALC-YEAR * 360 + WS-CALC-MONTH * 30
                   + WS-CALC-DAY.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           MOVE "RULES IN FORCE:"         TO WS-TOT-LABEL.
           MOVE WS-RULE-COUNT             TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           MOVE "EVENTS IN WINDOW:"       TO WS-TOT-LABEL.
           MOVE WS-EVENT-COUNTER          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           MOVE "ALERTS RAISED:"          TO WS-TOT-LABEL.
           MOVE WS-ALERT-COUNTER          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           MOVE "  OF WHICH REOPENED:"    TO WS-TOT-LABEL.
           MOVE WS-REOPEN-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.
