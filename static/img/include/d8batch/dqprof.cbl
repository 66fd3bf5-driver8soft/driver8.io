      ******************************************************************
      *
      * Loan-Master Data-Quality Profile
      * =================================
      *
      * integaud proves the satellite files point at real accounts;
      * this looks inside LOANMSTR itself.  Once a month every loan
      * is run past the field-level rules named on the "dqrules"
      * rule table - each row a rule id, whether it is active, how
      * many offending accounts to list (zero lists them all), and
      * the rule's parameter:
      *
      *   ARMFIXED  ARM terms filled on a fixed-rate product; the
      *             parameter lists the fixed-rate product codes,
      *             and with none listed a loan priced fixed (no
      *             reset months) carrying any other ARM term
      *   IONOTALW  interest-only months on a product that does not
      *             allow interest-only
      *   IOOVRMAX  interest-only months past the product's cap
      *   REVNOLIM  a revolving line with no credit limit
      *   NOADDR    a blank address with no CUSTXREF customer link
      *   ORIGSCHD  originated after its first SCHEDMST month
      *   RATEBAND  note rate outside the PRODPARM band, left by
      *             loans boarded before loanbrd enforced it
      *   NOPROD    a product code not on PRODPARM
      *   STATUS    an account status outside the defined set
      *   DUEDAY    a due day past the 28th
      *
      * Each violation is listed on the "dqrpt" report up to the
      * rule's limit and counted whether listed or not.  The month's
      * totals go on the "dqhist" history (a rerun in the same month
      * replaces its own), and the report closes with each rule's
      * totals across the last six months so cleanup shows.  A rule
      * whose total rose over the month before sets return code 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dqprof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT PRODPARM ASSIGN TO "PRODPARM"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PRODPARM-STATUS.

           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDMST-STATUS.

      * One line per rule to run.
           SELECT RULE-FILE ASSIGN TO "dqrules"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.

      * Each rule's total by month.
           SELECT HISTORY-FILE ASSIGN TO "dqhist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DQ-REPORT ASSIGN TO "dqrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared product-parameter record; see prodparm.cpy.
       FD PRODPARM.
           COPY "prodparm.cpy".

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

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

       FD RULE-FILE.
           01 RULE-REC.
               05 DQR-RULE-ID        PIC X(08).
               05 FILLER             PIC X(01).
      * Y runs the rule; anything else leaves it off this month.
               05 DQR-ACTIVE         PIC X(01).
               05 FILLER             PIC X(01).
               05 DQR-LIST-LIMIT     PIC 9(05).
               05 FILLER             PIC X(01).
               05 DQR-PARM           PIC X(40).

       FD HISTORY-FILE.
           01 HISTORY-REC.
               05 DQH-MONTH          PIC 9(06).
               05 FILLER             PIC X(01).
               05 DQH-RULE-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 DQH-VIOLATIONS     PIC 9(09).
               05 FILLER             PIC X(01).
               05 DQH-LOANS          PIC 9(09).

       FD DQ-REPORT.
           01 DQ-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-PRODPARM-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDMST-STATUS  PIC X(02) VALUE "00".
           01 WS-RULE-STATUS      PIC X(02) VALUE "00".
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-PRODPARM-OPEN    PIC X(01) VALUE "N".
           01 WS-CUSTXREF-OPEN    PIC X(01) VALUE "N".
           01 WS-SCHEDMST-OPEN    PIC X(01) VALUE "N".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-YYYYMM       PIC 9(06).
           01 WS-RUN-MONTH-INDEX  PIC 9(06).
           01 WS-HST-YEAR         PIC 9(04).
           01 WS-HST-MONTH        PIC 9(02).
           01 WS-HST-MONTH-INDEX  PIC 9(06).
      * History kept for this many months.
           01 WS-HIST-KEEP-MONTHS PIC 9(02) VALUE 24.

      * The rules to run this month, as the rule table lists them.
           01 WS-RULE-TABLE.
               05 WS-RULE-ENTRY OCCURS 20 TIMES.
                   10 WS-RUL-ID        PIC X(08).
                   10 WS-RUL-LIMIT     PIC 9(05).
                   10 WS-RUL-PARM      PIC X(40).
                   10 WS-RUL-COUNT     PIC 9(09).
                   10 WS-RUL-LISTED    PIC 9(09).
                   10 WS-RUL-PRIOR     PIC 9(09).
                   10 WS-RUL-CHECKED   PIC X(01).
                   10 WS-RUL-MONTHS    PIC 9(09) OCCURS 6 TIMES.
           01 WS-RULE-COUNT       PIC 9(02) VALUE ZEROES.
           01 WS-RULE-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-RULE-OVERFLOW    PIC X(01) VALUE "N".

      * The history rides through storage so this month's totals
      * can replace a rerun's and the aged months drop off.
           01 WS-HIST-TABLE.
               05 WS-HIST-ENTRY OCCURS 1000 TIMES.
                   10 WS-HST-MONTH-N   PIC 9(06).
                   10 WS-HST-RULE-ID   PIC X(08).
                   10 WS-HST-VIOLATIONS PIC 9(09).
                   10 WS-HST-LOANS     PIC 9(09).
           01 WS-HIST-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-HIST-IDX         PIC 9(04) VALUE ZEROES.

      * The six months the trend shows, oldest first; this month
      * is the last.
           01 WS-MONTH-TABLE.
               05 WS-TREND-MONTH   PIC 9(06) OCCURS 6 TIMES.
           01 WS-MONTH-IDX        PIC 9(01) VALUE ZEROES.
           01 WS-SHIFT-IDX        PIC 9(01) VALUE ZEROES.
           01 WS-MONTH-FOUND      PIC X(01) VALUE "N".
           01 WS-MONTH-HOLD       PIC 9(06).

      * The loan under test.
           01 WS-LOAN-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-EFF-PRODUCT      PIC X(03) VALUE SPACES.
           01 WS-PROD-FOUND       PIC X(01) VALUE "N".
           01 WS-ARM-FILLED       PIC X(01) VALUE "N".
           01 WS-FIXED-PRODUCT    PIC X(01) VALUE "N".
           01 WS-PARM-HITS        PIC 9(03) VALUE ZEROES.
           01 WS-XREF-FOUND       PIC X(01) VALUE "N".
           01 WS-FIRST-SCHED      PIC 9(06) VALUE ZEROES.
           01 WS-ORIG-YYYYMM      PIC 9(06) VALUE ZEROES.
           01 WS-VIOLATED         PIC X(01) VALUE "N".
           01 WS-NOTE             PIC X(40) VALUE SPACES.
           01 WS-RISEN-COUNTER    PIC 9(02) VALUE ZEROES.

           01 WS-EDIT-RATE        PIC Z9.99.
           01 WS-EDIT-RATE-2      PIC Z9.99.
           01 WS-EDIT-NUM         PIC ZZ9.

           01 WS-DETAIL-LINE.
               05 WS-DTL-RULE      PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACCT      PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-PRODUCT   PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-NOTE      PIC X(40).

           01 WS-SUMMARY-HEADING.
               05 FILLER PIC X(10) VALUE "RULE".
               05 FILLER PIC X(12) VALUE "  THIS MONTH".
               05 FILLER PIC X(12) VALUE "  LAST MONTH".
               05 FILLER PIC X(10) VALUE "    CHANGE".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(06) VALUE "LISTED".

           01 WS-SUMMARY-LINE.
               05 WS-SUM-RULE      PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SUM-COUNT     PIC Z(11)9.
               05 WS-SUM-PRIOR     PIC Z(11)9.
               05 WS-SUM-CHANGE    PIC -(9)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SUM-LISTED    PIC Z(8)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SUM-NOTE      PIC X(12).

           01 WS-TREND-HEADING.
               05 FILLER           PIC X(10) VALUE "RULE".
               05 WS-TRH-MONTH     PIC X(10) OCCURS 6 TIMES.

           01 WS-TREND-LINE.
               05 WS-TRL-RULE      PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-TRL-COUNT     PIC Z(9)9 OCCURS 6 TIMES.

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL     PIC X(26).
               05 WS-CNT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DIVIDE WS-RUN-DATE-N BY 100 GIVING WS-RUN-YYYYMM.
           COMPUTE WS-RUN-MONTH-INDEX =
                   WS-RUN-YEAR * 12 + WS-RUN-MONTH.

           PERFORM 050-LOAD-RULES.
           IF WS-RULE-OVERFLOW = "Y"
               DISPLAY "RULE TABLE FULL, PROFILE REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RULE-COUNT = 0
               DISPLAY "NO ACTIVE RULES, PROFILE REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * The lookup files are each needed by only some rules; one
      * that will not open leaves those rules unchecked, not the
      * whole profile undone.
           OPEN INPUT PRODPARM.
           IF WS-PRODPARM-STATUS = "00"
               MOVE "Y" TO WS-PRODPARM-OPEN
           END-IF.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTXREF-STATUS = "00"
               MOVE "Y" TO WS-CUSTXREF-OPEN
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDMST-STATUS = "00"
               MOVE "Y" TO WS-SCHEDMST-OPEN
           END-IF.
           PERFORM 080-MARK-CHECKABLE-RULES.

           OPEN OUTPUT DQ-REPORT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ LOANMSTR
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LOAN-COUNTER
                   PERFORM 100-PROFILE-LOAN
               END-READ
           END-PERFORM.

           CLOSE LOANMSTR.
           IF WS-PRODPARM-OPEN = "Y"
               CLOSE PRODPARM
           END-IF.
           IF WS-CUSTXREF-OPEN = "Y"
               CLOSE CUSTXREF
           END-IF.
           IF WS-SCHEDMST-OPEN = "Y"
               CLOSE SCHEDULE-FILE
           END-IF.

           PERFORM 600-LOAD-HISTORY.
           PERFORM 700-WRITE-SUMMARY.
           PERFORM 750-WRITE-TREND.
           PERFORM 800-SAVE-HISTORY.
           CLOSE DQ-REPORT.

           DISPLAY "LOANS PROFILED: " WS-LOAN-COUNTER.
           DISPLAY "RULES RISEN OVER LAST MONTH: " WS-RISEN-COUNTER.
           IF WS-RISEN-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-RULES.
           OPEN INPUT RULE-FILE.
           IF WS-RULE-STATUS NOT = "00"
               DISPLAY "DQRULES NOT AVAILABLE, STATUS: "
                       WS-RULE-STATUS
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RULE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 060-TAKE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           END-IF.

       060-TAKE-RULE.
           EVALUATE TRUE
               WHEN DQR-ACTIVE NOT = "Y"
                   CONTINUE
               WHEN DQR-RULE-ID NOT = "ARMFIXED"
                       AND DQR-RULE-ID NOT = "IONOTALW"
                       AND DQR-RULE-ID NOT = "IOOVRMAX"
                       AND DQR-RULE-ID NOT = "REVNOLIM"
                       AND DQR-RULE-ID NOT = "NOADDR"
                       AND DQR-RULE-ID NOT = "ORIGSCHD"
                       AND DQR-RULE-ID NOT = "RATEBAND"
                       AND DQR-RULE-ID NOT = "NOPROD"
                       AND DQR-RULE-ID NOT = "STATUS"
                       AND DQR-RULE-ID NOT = "DUEDAY"
                   DISPLAY "UNKNOWN DATA-QUALITY RULE: " DQR-RULE-ID
               WHEN WS-RULE-COUNT >= 20
                   MOVE "Y" TO WS-RULE-OVERFLOW
                   MOVE "Y" TO WS-EOF
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   MOVE DQR-RULE-ID TO WS-RUL-ID(WS-RULE-COUNT)
                   MOVE DQR-PARM    TO WS-RUL-PARM(WS-RULE-COUNT)
                   IF DQR-LIST-LIMIT NUMERIC
                       MOVE DQR-LIST-LIMIT
                           TO WS-RUL-LIMIT(WS-RULE-COUNT)
                   ELSE
                       MOVE 0 TO WS-RUL-LIMIT(WS-RULE-COUNT)
                   END-IF
                   MOVE 0   TO WS-RUL-COUNT(WS-RULE-COUNT)
                   MOVE 0   TO WS-RUL-LISTED(WS-RULE-COUNT)
                   MOVE 0   TO WS-RUL-PRIOR(WS-RULE-COUNT)
                   MOVE "Y" TO WS-RUL-CHECKED(WS-RULE-COUNT)
           END-EVALUATE.

       080-MARK-CHECKABLE-RULES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               EVALUATE WS-RUL-ID(WS-RULE-IDX)
                   WHEN "IONOTALW"
                   WHEN "IOOVRMAX"
                   WHEN "RATEBAND"
                   WHEN "NOPROD"
                       IF WS-PRODPARM-OPEN = "N"
                           MOVE "N" TO WS-RUL-CHECKED(WS-RULE-IDX)
                       END-IF
                   WHEN "NOADDR"
                       IF WS-CUSTXREF-OPEN = "N"
                           MOVE "N" TO WS-RUL-CHECKED(WS-RULE-IDX)
                       END-IF
                   WHEN "ORIGSCHD"
                       IF WS-SCHEDMST-OPEN = "N"
                           MOVE "N" TO WS-RUL-CHECKED(WS-RULE-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM.

       100-PROFILE-LOAN.
      * A loan with no product of its own prices under "STD", and
      * is held to that product's terms here too.
           MOVE LOAN-PRODUCT-CODE TO WS-EFF-PRODUCT.
           IF WS-EFF-PRODUCT = SPACES
               MOVE "STD" TO WS-EFF-PRODUCT
           END-IF.
           MOVE "N" TO WS-PROD-FOUND.
           IF WS-PRODPARM-OPEN = "Y"
               MOVE WS-EFF-PRODUCT TO PROD-CODE
               READ PRODPARM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-PROD-FOUND
               END-READ
           END-IF.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RUL-CHECKED(WS-RULE-IDX) = "Y"
                   MOVE "N" TO WS-VIOLATED
                   MOVE SPACES TO WS-NOTE
                   PERFORM 200-APPLY-RULE
                   IF WS-VIOLATED = "Y"
                       PERFORM 500-RECORD-VIOLATION
                   END-IF
               END-IF
           END-PERFORM.

       200-APPLY-RULE.
           EVALUATE WS-RUL-ID(WS-RULE-IDX)
               WHEN "ARMFIXED"
                   PERFORM 210-RULE-ARM-ON-FIXED
               WHEN "IONOTALW"
                   IF LOAN-IO-MONTHS > 0 AND WS-PROD-FOUND = "Y"
                           AND PROD-IO-ALLOWED = "N"
                       MOVE "Y" TO WS-VIOLATED
                       MOVE LOAN-IO-MONTHS TO WS-EDIT-NUM
                       STRING "IO MONTHS " DELIMITED BY SIZE
                              WS-EDIT-NUM DELIMITED BY SIZE
                              ", PRODUCT IO NOT ALLOWED"
                                  DELIMITED BY SIZE
                           INTO WS-NOTE
                       END-STRING
                   END-IF
               WHEN "IOOVRMAX"
                   IF LOAN-IO-MONTHS > 0 AND WS-PROD-FOUND = "Y"
                           AND PROD-IO-ALLOWED = "Y"
                           AND LOAN-IO-MONTHS > PROD-IO-MAX-MONTHS
                       MOVE "Y" TO WS-VIOLATED
                       MOVE LOAN-IO-MONTHS TO WS-EDIT-NUM
                       STRING "IO MONTHS " DELIMITED BY SIZE
                              WS-EDIT-NUM DELIMITED BY SIZE
                              " OVER CAP " DELIMITED BY SIZE
                           INTO WS-NOTE
                       END-STRING
                       MOVE PROD-IO-MAX-MONTHS TO WS-EDIT-NUM
                       MOVE WS-EDIT-NUM TO WS-NOTE(24:3)
                   END-IF
               WHEN "REVNOLIM"
                   IF LOAN-TY-REVOLVING AND LOAN-CREDIT-LIMIT = 0
                       MOVE "Y" TO WS-VIOLATED
                       MOVE "REVOLVING, NO CREDIT LIMIT" TO WS-NOTE
                   END-IF
               WHEN "NOADDR"
                   IF LOAN-CUST-ADDR = SPACES
                       PERFORM 230-FIND-CUSTOMER-LINK
                       IF WS-XREF-FOUND = "N"
                           MOVE "Y" TO WS-VIOLATED
                           MOVE "NO ADDRESS, NO CUSTXREF LINK"
                               TO WS-NOTE
                       END-IF
                   END-IF
               WHEN "ORIGSCHD"
                   PERFORM 240-RULE-ORIG-AFTER-SCHEDULE
               WHEN "RATEBAND"
                   IF WS-PROD-FOUND = "Y"
                           AND (LOAN-INT-RATE < PROD-MIN-RATE
                                OR LOAN-INT-RATE > PROD-MAX-RATE)
                       MOVE "Y" TO WS-VIOLATED
                       MOVE LOAN-INT-RATE TO WS-EDIT-RATE
                       STRING "RATE " DELIMITED BY SIZE
                              WS-EDIT-RATE DELIMITED BY SIZE
                              " OUTSIDE BAND " DELIMITED BY SIZE
                           INTO WS-NOTE
                       END-STRING
                       MOVE PROD-MIN-RATE TO WS-EDIT-RATE
                       MOVE PROD-MAX-RATE TO WS-EDIT-RATE-2
                       MOVE WS-EDIT-RATE   TO WS-NOTE(25:5)
                       MOVE "-"            TO WS-NOTE(30:1)
                       MOVE WS-EDIT-RATE-2 TO WS-NOTE(31:5)
                   END-IF
               WHEN "NOPROD"
                   IF WS-PROD-FOUND = "N"
                       MOVE "Y" TO WS-VIOLATED
                       MOVE "PRODUCT NOT ON PRODPARM" TO WS-NOTE
                   END-IF
               WHEN "STATUS"
                   IF NOT LOAN-ST-VALID
                       MOVE "Y" TO WS-VIOLATED
                       MOVE "UNDEFINED STATUS" TO WS-NOTE
                       MOVE LOAN-STATUS TO WS-NOTE(18:1)
                   END-IF
               WHEN "DUEDAY"
                   IF LOAN-DUE-DAY NOT NUMERIC
                           OR LOAN-DUE-DAY > 28
                       MOVE "Y" TO WS-VIOLATED
                       MOVE "DUE DAY PAST THE 28TH" TO WS-NOTE
                   END-IF
           END-EVALUATE.

       210-RULE-ARM-ON-FIXED.
           MOVE "N" TO WS-ARM-FILLED.
           IF LOAN-ARM-RESET-MONTHS > 0 OR LOAN-ARM-RATE-ADJ > 0
                   OR LOAN-ARM-RATE-CAP > 0
                   OR LOAN-RATE-INDEX NOT = SPACES
                   OR LOAN-INDEX-MARGIN > 0
               MOVE "Y" TO WS-ARM-FILLED
           END-IF.
           MOVE "N" TO WS-FIXED-PRODUCT.
           IF WS-RUL-PARM(WS-RULE-IDX) = SPACES
      * No fixed-rate products named: a loan priced fixed is one
      * with no reset months, and any other ARM term on it is
      * stray.
               IF LOAN-ARM-RESET-MONTHS = 0
                   MOVE "Y" TO WS-FIXED-PRODUCT
               END-IF
           ELSE
               MOVE 0 TO WS-PARM-HITS
               INSPECT WS-RUL-PARM(WS-RULE-IDX)
                   TALLYING WS-PARM-HITS FOR ALL WS-EFF-PRODUCT
               IF WS-PARM-HITS > 0
                   MOVE "Y" TO WS-FIXED-PRODUCT
               END-IF
           END-IF.
           IF WS-ARM-FILLED = "Y" AND WS-FIXED-PRODUCT = "Y"
               MOVE "Y" TO WS-VIOLATED
               MOVE "ARM TERMS ON FIXED-RATE PRODUCT" TO WS-NOTE
           END-IF.

       230-FIND-CUSTOMER-LINK.
           MOVE "N" TO WS-XREF-FOUND.
           MOVE LOAN-ACCT-NO TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CUSTXREF NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF XREF-ACCT-NO = LOAN-ACCT-NO
                               MOVE "Y" TO WS-XREF-FOUND
                           END-IF
                   END-READ
           END-START.

       240-RULE-ORIG-AFTER-SCHEDULE.
      * The first installment month on SCHEDMST should never come
      * before the month the loan was written.
           MOVE 0 TO WS-FIRST-SCHED.
           MOVE SPACES TO SCHED-KEY.
           MOVE LOAN-ACCT-NO TO SCHED-OUT-ACC.
           MOVE 0 TO SCHED-OUT-DUE-DATE.
           START SCHEDULE-FILE KEY NOT < SCHED-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ SCHEDULE-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF SCHED-OUT-ACC = LOAN-ACCT-NO
                               MOVE SCHED-OUT-DUE-DATE
                                   TO WS-FIRST-SCHED
                           END-IF
                   END-READ
           END-START.
           DIVIDE LOAN-ORIG-DATE BY 100 GIVING WS-ORIG-YYYYMM.
           IF WS-FIRST-SCHED > 0 AND WS-ORIG-YYYYMM > WS-FIRST-SCHED
               MOVE "Y" TO WS-VIOLATED
               STRING "ORIGINATED " DELIMITED BY SIZE
                      LOAN-ORIG-DATE DELIMITED BY SIZE
                      ", FIRST DUE " DELIMITED BY SIZE
                      WS-FIRST-SCHED DELIMITED BY SIZE
                   INTO WS-NOTE
               END-STRING
           END-IF.

       500-RECORD-VIOLATION.
           ADD 1 TO WS-RUL-COUNT(WS-RULE-IDX).
           IF WS-RUL-LIMIT(WS-RULE-IDX) = 0
                   OR WS-RUL-LISTED(WS-RULE-IDX)
                       < WS-RUL-LIMIT(WS-RULE-IDX)
               ADD 1 TO WS-RUL-LISTED(WS-RULE-IDX)
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-RUL-ID(WS-RULE-IDX) TO WS-DTL-RULE
               MOVE LOAN-ACCT-NO           TO WS-DTL-ACCT
               MOVE WS-EFF-PRODUCT         TO WS-DTL-PRODUCT
               MOVE WS-NOTE                TO WS-DTL-NOTE
               MOVE WS-DETAIL-LINE TO DQ-REPORT-REC
               WRITE DQ-REPORT-REC
           END-IF.

       600-LOAD-HISTORY.
      * This month's own lines (a rerun's) and months past the keep
      * period are dropped on the way in; the rest set last month's
      * totals and the trend months.
           MOVE ZEROES TO WS-MONTH-TABLE.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 610-KEEP-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           PERFORM 630-PLACE-TREND-MONTH.
           MOVE WS-RUN-YYYYMM TO WS-TREND-MONTH(6).
      * Each rule's totals land under their trend month, and the
      * latest month before this one is "last month".
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 6
                   MOVE 0 TO WS-RUL-MONTHS(WS-RULE-IDX, WS-MONTH-IDX)
               END-PERFORM
               MOVE WS-RUL-COUNT(WS-RULE-IDX)
                   TO WS-RUL-MONTHS(WS-RULE-IDX, 6)
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > WS-HIST-COUNT
                   IF WS-HST-RULE-ID(WS-HIST-IDX)
                           = WS-RUL-ID(WS-RULE-IDX)
                       PERFORM 640-POST-TREND-COUNT
                   END-IF
               END-PERFORM
               MOVE WS-RUL-MONTHS(WS-RULE-IDX, 5)
                   TO WS-RUL-PRIOR(WS-RULE-IDX)
           END-PERFORM.

       610-KEEP-HISTORY-LINE.
           DIVIDE DQH-MONTH BY 100
               GIVING WS-HST-YEAR
               REMAINDER WS-HST-MONTH.
           COMPUTE WS-HST-MONTH-INDEX =
                   WS-HST-YEAR * 12 + WS-HST-MONTH.
           IF DQH-MONTH < WS-RUN-YYYYMM
                   AND WS-RUN-MONTH-INDEX - WS-HST-MONTH-INDEX
                       < WS-HIST-KEEP-MONTHS
                   AND WS-HIST-COUNT < 1000
               ADD 1 TO WS-HIST-COUNT
               MOVE DQH-MONTH      TO WS-HST-MONTH-N(WS-HIST-COUNT)
               MOVE DQH-RULE-ID    TO WS-HST-RULE-ID(WS-HIST-COUNT)
               MOVE DQH-VIOLATIONS TO WS-HST-VIOLATIONS(WS-HIST-COUNT)
               MOVE DQH-LOANS      TO WS-HST-LOANS(WS-HIST-COUNT)
           END-IF.

       630-PLACE-TREND-MONTH.
      * The five latest months before this one, whatever order the
      * history holds them in, fill slots 1 through 5 oldest first.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE "N" TO WS-MONTH-FOUND
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 5
                   IF WS-TREND-MONTH(WS-MONTH-IDX)
                           = WS-HST-MONTH-N(WS-HIST-IDX)
                       MOVE "Y" TO WS-MONTH-FOUND
                   END-IF
               END-PERFORM
               IF WS-MONTH-FOUND = "N"
                       AND WS-HST-MONTH-N(WS-HIST-IDX)
                           > WS-TREND-MONTH(1)
      * Drop the oldest and slide the newer months down until the
      * new one sits in order.
                   MOVE WS-HST-MONTH-N(WS-HIST-IDX)
                       TO WS-TREND-MONTH(1)
                   PERFORM VARYING WS-SHIFT-IDX FROM 2 BY 1
                           UNTIL WS-SHIFT-IDX > 5
                       IF WS-TREND-MONTH(WS-SHIFT-IDX - 1)
                               > WS-TREND-MONTH(WS-SHIFT-IDX)
                           MOVE WS-TREND-MONTH(WS-SHIFT-IDX)
                               TO WS-MONTH-HOLD
                           MOVE WS-TREND-MONTH(WS-SHIFT-IDX - 1)
                               TO WS-TREND-MONTH(WS-SHIFT-IDX)
                           MOVE WS-MONTH-HOLD
                               TO WS-TREND-MONTH(WS-SHIFT-IDX - 1)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       640-POST-TREND-COUNT.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 5
               IF WS-TREND-MONTH(WS-MONTH-IDX) > 0
                       AND WS-TREND-MONTH(WS-MONTH-IDX)
                           = WS-HST-MONTH-N(WS-HIST-IDX)
                   MOVE WS-HST-VIOLATIONS(WS-HIST-IDX)
                       TO WS-RUL-MONTHS(WS-RULE-IDX, WS-MONTH-IDX)
               END-IF
           END-PERFORM.

       700-WRITE-SUMMARY.
           MOVE SPACES TO DQ-REPORT-REC.
           WRITE DQ-REPORT-REC.
           MOVE WS-SUMMARY-HEADING TO DQ-REPORT-REC.
           WRITE DQ-REPORT-REC.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE SPACES TO WS-SUMMARY-LINE
               MOVE WS-RUL-ID(WS-RULE-IDX)     TO WS-SUM-RULE
               MOVE WS-RUL-COUNT(WS-RULE-IDX)  TO WS-SUM-COUNT
               MOVE WS-RUL-PRIOR(WS-RULE-IDX)  TO WS-SUM-PRIOR
               MOVE WS-RUL-LISTED(WS-RULE-IDX) TO WS-SUM-LISTED
               COMPUTE WS-SUM-CHANGE = WS-RUL-COUNT(WS-RULE-IDX)
                                     - WS-RUL-PRIOR(WS-RULE-IDX)
               EVALUATE TRUE
                   WHEN WS-RUL-CHECKED(WS-RULE-IDX) = "N"
                       MOVE "NOT CHECKED" TO WS-SUM-NOTE
                   WHEN WS-TREND-MONTH(5) > 0
                           AND WS-RUL-COUNT(WS-RULE-IDX)
                               > WS-RUL-PRIOR(WS-RULE-IDX)
                       MOVE "RISEN" TO WS-SUM-NOTE
                       ADD 1 TO WS-RISEN-COUNTER
               END-EVALUATE
               MOVE WS-SUMMARY-LINE TO DQ-REPORT-REC
               WRITE DQ-REPORT-REC
           END-PERFORM.
           MOVE "LOANS PROFILED:" TO WS-CNT-LABEL.
           MOVE WS-LOAN-COUNTER   TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO DQ-REPORT-REC.
           WRITE DQ-REPORT-REC.

       750-WRITE-TREND.
           MOVE SPACES TO DQ-REPORT-REC.
           WRITE DQ-REPORT-REC.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 6
               MOVE SPACES TO WS-TRH-MONTH(WS-MONTH-IDX)
               IF WS-TREND-MONTH(WS-MONTH-IDX) > 0
                   MOVE WS-TREND-MONTH(WS-MONTH-IDX)
                       TO WS-TRH-MONTH(WS-MONTH-IDX)(5:6)
               END-IF
           END-PERFORM.
           MOVE WS-TREND-HEADING TO DQ-REPORT-REC.
           WRITE DQ-REPORT-REC.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE SPACES TO WS-TREND-LINE
               MOVE WS-RUL-ID(WS-RULE-IDX) TO WS-TRL-RULE
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                       UNTIL WS-MONTH-IDX > 6
                   IF WS-TREND-MONTH(WS-MONTH-IDX) > 0
                       MOVE WS-RUL-MONTHS(WS-RULE-IDX, WS-MONTH-IDX)
                           TO WS-TRL-COUNT(WS-MONTH-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-TREND-LINE TO DQ-REPORT-REC
               WRITE DQ-REPORT-REC
           END-PERFORM.

       800-SAVE-HISTORY.
      * A rule left unchecked this month has no total to keep.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE SPACES TO HISTORY-REC
               MOVE WS-HST-MONTH-N(WS-HIST-IDX)    TO DQH-MONTH
               MOVE WS-HST-RULE-ID(WS-HIST-IDX)    TO DQH-RULE-ID
               MOVE WS-HST-VIOLATIONS(WS-HIST-IDX) TO DQH-VIOLATIONS
               MOVE WS-HST-LOANS(WS-HIST-IDX)      TO DQH-LOANS
               WRITE HISTORY-REC
           END-PERFORM.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RUL-CHECKED(WS-RULE-IDX) = "Y"
                   MOVE SPACES TO HISTORY-REC
                   MOVE WS-RUN-YYYYMM             TO DQH-MONTH
                   MOVE WS-RUL-ID(WS-RULE-IDX)    TO DQH-RULE-ID
                   MOVE WS-RUL-COUNT(WS-RULE-IDX) TO DQH-VIOLATIONS
                   MOVE WS-LOAN-COUNTER           TO DQH-LOANS
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
