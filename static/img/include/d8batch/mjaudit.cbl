      ******************************************************************
      *
      * Loan-Master Change Audit
      * =========================
      *
      * The quarterly access review's evidence, complete instead of
      * sampled.  Every "mjournal" before/after image journaled
      * within a date range - the first two command-line words, each
      * YYYYMMDD, and with none given the last full calendar quarter
      * - is compared field by field in loan-master order, and each
      * field that moved is listed on the "mjaudrpt" report with its
      * old and new value, the batch id, the transaction code, the
      * program that journaled it, and the operator.  The journal
      * names no program, so the transaction code does: A and D are
      * loanmaint, C is loanmaint unless xfrproc stamped itself as
      * operator, S is assume, M loanmod, Y duechg, H helocvt.  An
      * add or a delete is one line, not every field.
      *
      * A change to a sensitive field - the note rate, the original
      * principal, the account status, the investor code, the
      * servicing company - must stand on a dual-control release:
      * an "apprqueue" entry for the account, released or since
      * consumed, requested no more than thirty days before the
      * batch that made the change.  A sensitive change with none
      * is flagged NO APPROVAL and sets return code 4.  The report
      * closes with the changes summed by operator and by field.  A
      * name or address shows its old and new value masked to the
      * last four characters.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mjaudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-JOURNAL ASSIGN TO "mjournal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MJOURNAL-STATUS.

           SELECT APPROVAL-QUEUE ASSIGN TO "apprqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APPRQ-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO "mjaudrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

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

       FD AUDIT-REPORT.
           01 AUDIT-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-MJOURNAL-STATUS  PIC X(02) VALUE "00".
           01 WS-APPRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).

      * The range under review, from the command line or the last
      * full calendar quarter.
           01 WS-PARM             PIC X(40) VALUE SPACES.
           01 WS-PARM-FROM        PIC X(08) VALUE SPACES.
           01 WS-PARM-TO          PIC X(08) VALUE SPACES.
           01 WS-FROM-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-TO-DATE          PIC 9(08) VALUE ZEROES.
           01 WS-QTR-YEAR         PIC 9(04) VALUE ZEROES.
           01 WS-QTR-MONTH        PIC S9(02) VALUE ZEROES.
           01 WS-QTR-END-MONTH    PIC 9(02) VALUE ZEROES.
           01 WS-QTR-END-DAY      PIC 9(02) VALUE ZEROES.

      * Released and consumed approvals, the only ones that can
      * stand behind a sensitive change.  One is good for this many
      * days after it was requested.
           01 WS-APPR-WINDOW-DAYS PIC 9(03) VALUE 30.
           01 WS-APPR-TABLE.
               05 WS-APPR-ENTRY OCCURS 2000 TIMES.
                   10 WS-APR-DETAIL    PIC X(20).
                   10 WS-APR-REQ-DAYS  PIC 9(07).
           01 WS-APPR-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-APPR-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-APPR-OVERFLOW    PIC X(01) VALUE "N".

      * 30/360 day numbers for the approval window.
           01 WS-CALC-DATE.
               05 WS-CALC-YEAR     PIC 9(04).
               05 WS-CALC-MONTH    PIC 9(02).
               05 WS-CALC-DAY      PIC 9(02).
           01 WS-CALC-DATE-N REDEFINES WS-CALC-DATE PIC 9(08).
           01 WS-CALC-DAYS        PIC 9(07) VALUE ZEROES.
           01 WS-BATCH-DAYS       PIC 9(07) VALUE ZEROES.

      * Every field the audit compares, in loan-master order, with
      * whether a change to it needs a released approval; the last
      * two stand for a whole account added or deleted.
           01 WS-FIELD-NAMES.
               05 FILLER PIC X(17) VALUE "CUST-NAME       N".
               05 FILLER PIC X(17) VALUE "CUST-ADDR       N".
               05 FILLER PIC X(17) VALUE "ORIG-PRIN       Y".
               05 FILLER PIC X(17) VALUE "INT-RATE        Y".
               05 FILLER PIC X(17) VALUE "TERM-YEARS      N".
               05 FILLER PIC X(17) VALUE "ORIG-DATE       N".
               05 FILLER PIC X(17) VALUE "STATUS          Y".
               05 FILLER PIC X(17) VALUE "INVESTOR-CODE   Y".
               05 FILLER PIC X(17) VALUE "PRODUCT-CODE    N".
               05 FILLER PIC X(17) VALUE "ARM-RESET-MONTHSN".
               05 FILLER PIC X(17) VALUE "ARM-RATE-ADJ    N".
               05 FILLER PIC X(17) VALUE "ARM-RATE-CAP    N".
               05 FILLER PIC X(17) VALUE "RATE-INDEX      N".
               05 FILLER PIC X(17) VALUE "INDEX-MARGIN    N".
               05 FILLER PIC X(17) VALUE "IO-MONTHS       N".
               05 FILLER PIC X(17) VALUE "ACCT-TYPE       N".
               05 FILLER PIC X(17) VALUE "CREDIT-LIMIT    N".
               05 FILLER PIC X(17) VALUE "CURR-BALANCE    N".
               05 FILLER PIC X(17) VALUE "PMI-STOP-FLAG   N".
               05 FILLER PIC X(17) VALUE "ACTUAL-BALANCE  N".
               05 FILLER PIC X(17) VALUE "PAID-THRU-DATE  N".
               05 FILLER PIC X(17) VALUE "BALLOON-TERM    N".
               05 FILLER PIC X(17) VALUE "DRAW-END-DATE   N".
               05 FILLER PIC X(17) VALUE "REPAY-TERM      N".
               05 FILLER PIC X(17) VALUE "CONV-PRIN       N".
               05 FILLER PIC X(17) VALUE "DUE-DAY         N".
               05 FILLER PIC X(17) VALUE "DUE-DAY-CHG-DATEN".
               05 FILLER PIC X(17) VALUE "COMPANY-CODE    Y".
               05 FILLER PIC X(17) VALUE "(ACCOUNT ADDED) N".
               05 FILLER PIC X(17) VALUE "(ACCOUNT DELETE)N".
           01 WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
               05 WS-FIELD-ENTRY OCCURS 30 TIMES.
                   10 WS-FLD-TBL-NAME  PIC X(16).
                   10 WS-FLD-SENSITIVE PIC X(01).
           01 WS-FIELD-COUNTS.
               05 WS-FIELD-TOTALS OCCURS 30 TIMES.
                   10 WS-FLD-CHANGES   PIC 9(07).
                   10 WS-FLD-UNAPPROVED PIC 9(07).
           01 WS-FIELD-MAX        PIC 9(02) VALUE 30.
           01 WS-FLD-ADDED        PIC 9(02) VALUE 29.
           01 WS-FLD-DELETED      PIC 9(02) VALUE 30.
           01 WS-FLD-IDX          PIC 9(02) VALUE ZEROES.

      * Changes by operator, in the order each first appears; past
      * the table's end the rest are summed on its last line.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 300 TIMES.
                   10 WS-OPR-ID        PIC X(08).
                   10 WS-OPR-CHANGES   PIC 9(07).
                   10 WS-OPR-SENSITIVE PIC 9(07).
                   10 WS-OPR-UNAPPROVED PIC 9(07).
           01 WS-OPER-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-OPER-MAX         PIC 9(03) VALUE 300.
           01 WS-OPER-IDX         PIC 9(03) VALUE ZEROES.
           01 WS-OPER-FOUND       PIC 9(03) VALUE ZEROES.

      * The images under comparison laid out as the loan master.
           COPY "loanrec.cpy"
               REPLACING LEADING ==LOAN== BY ==MJB-LOAN==.
           COPY "loanrec.cpy"
               REPLACING LEADING ==LOAN== BY ==MJA-LOAN==.

      * The journal record under review.
           01 WS-SOURCE-PROGRAM   PIC X(09) VALUE SPACES.
           01 WS-APPROVAL-CHECKED PIC X(01) VALUE "N".
           01 WS-APPROVED         PIC X(01) VALUE "N".
           01 WS-OLD-TEXT         PIC X(20) VALUE SPACES.
           01 WS-NEW-TEXT         PIC X(20) VALUE SPACES.
           01 WS-EDIT-AMOUNT      PIC -(7)9.99.
           01 WS-EDIT-RATE        PIC -(2)9.99.
           01 WS-EDIT-NUMBER      PIC -(8)9.
           01 WS-MASK-END         PIC 9(02) VALUE ZEROES.
           01 WS-MASK-START       PIC 9(02) VALUE ZEROES.

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".

           01 WS-JOURNAL-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-IN-RANGE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-SENSITIVE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-UNAPPROVED-COUNTER PIC 9(09) VALUE ZEROES.

           01 WS-TITLE-LINE.
               05 FILLER           PIC X(31)
                   VALUE "LOAN-MASTER CHANGE AUDIT  FROM ".
               05 WS-TTL-FROM      PIC 9(08).
               05 FILLER           PIC X(04) VALUE " TO ".
               05 WS-TTL-TO        PIC 9(08).

           01 WS-DETAIL-HEADING.
               05 FILLER PIC X(11) VALUE "ACCOUNT".
               05 FILLER PIC X(17) VALUE "BATCH ID".
               05 FILLER PIC X(02) VALUE "T".
               05 FILLER PIC X(10) VALUE "SOURCE".
               05 FILLER PIC X(09) VALUE "OPERATOR".
               05 FILLER PIC X(17) VALUE "FIELD".
               05 FILLER PIC X(21) VALUE "OLD VALUE".
               05 FILLER PIC X(21) VALUE "NEW VALUE".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACCT      PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-BATCH-ID  PIC X(16).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-TRAN-CODE PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-SOURCE    PIC X(09).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-OPERATOR  PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-FIELD     PIC X(16).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-OLD       PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-NEW       PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-FLAG      PIC X(11).

           01 WS-OPER-HEADING.
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(10) VALUE "   CHANGES".
               05 FILLER PIC X(10) VALUE " SENSITIVE".
               05 FILLER PIC X(11) VALUE " UNAPPROVED".

           01 WS-OPER-LINE.
               05 WS-OPL-ID        PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-OPL-CHANGES   PIC Z(9)9.
               05 WS-OPL-SENSITIVE PIC Z(9)9.
               05 WS-OPL-UNAPPROVED PIC Z(10)9.

           01 WS-FIELD-HEADING.
               05 FILLER PIC X(18) VALUE "FIELD".
               05 FILLER PIC X(10) VALUE "   CHANGES".
               05 FILLER PIC X(11) VALUE " UNAPPROVED".

           01 WS-FIELD-LINE.
               05 WS-FDL-NAME      PIC X(16).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-FDL-CHANGES   PIC Z(9)9.
               05 WS-FDL-UNAPPROVED PIC Z(10)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-FDL-NOTE      PIC X(09).

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL     PIC X(32).
               05 WS-CNT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-SET-RANGE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE AFTER TO DATE, AUDIT REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 100-LOAD-APPROVALS.
           IF WS-APPR-OVERFLOW = "Y"
               DISPLAY "APPROVAL TABLE FULL, AUDIT REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT MAINT-JOURNAL.
           IF WS-MJOURNAL-STATUS NOT = "00"
               DISPLAY "MJOURNAL OPEN FAILED, STATUS: "
                       WS-MJOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WS-FIELD-COUNTS.
           OPEN OUTPUT AUDIT-REPORT.
           MOVE WS-FROM-DATE TO WS-TTL-FROM.
           MOVE WS-TO-DATE   TO WS-TTL-TO.
           MOVE WS-TITLE-LINE TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE WS-DETAIL-HEADING TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MAINT-JOURNAL
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-JOURNAL-COUNTER
                   IF MJ-BATCH-DATE IS NUMERIC
                           AND MJ-BATCH-DATE >= WS-FROM-DATE
                           AND MJ-BATCH-DATE <= WS-TO-DATE
                       ADD 1 TO WS-IN-RANGE-COUNTER
                       PERFORM 200-AUDIT-JOURNAL-RECORD
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE MAINT-JOURNAL.

           PERFORM 700-WRITE-OPERATOR-SUMMARY.
           PERFORM 750-WRITE-FIELD-SUMMARY.
           PERFORM 800-WRITE-TOTALS.
           CLOSE AUDIT-REPORT.

           DISPLAY "JOURNAL RECORDS IN RANGE: " WS-IN-RANGE-COUNTER.
           DISPLAY "FIELD CHANGES LISTED: " WS-CHANGE-COUNTER.
           DISPLAY "SENSITIVE CHANGES WITHOUT APPROVAL: "
                   WS-UNAPPROVED-COUNTER.
           IF WS-UNAPPROVED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-SET-RANGE.
      * Two dates on the command line set the range; anything else
      * audits the last full calendar quarter before the run date.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-FROM WS-PARM-TO
           END-UNSTRING.
           IF WS-PARM-FROM IS NUMERIC AND WS-PARM-TO IS NUMERIC
               MOVE WS-PARM-FROM TO WS-FROM-DATE
               MOVE WS-PARM-TO   TO WS-TO-DATE
           ELSE
               MOVE WS-RUN-YEAR TO WS-QTR-YEAR
               COMPUTE WS-QTR-MONTH = WS-RUN-MONTH - 1
               DIVIDE WS-QTR-MONTH BY 3 GIVING WS-QTR-MONTH
               COMPUTE WS-QTR-MONTH = WS-QTR-MONTH * 3 + 1 - 3
               IF WS-QTR-MONTH < 1
                   ADD 12 TO WS-QTR-MONTH
                   SUBTRACT 1 FROM WS-QTR-YEAR
               END-IF
               COMPUTE WS-QTR-END-MONTH = WS-QTR-MONTH + 2
               IF WS-QTR-END-MONTH = 3 OR WS-QTR-END-MONTH = 12
                   MOVE 31 TO WS-QTR-END-DAY
               ELSE
                   MOVE 30 TO WS-QTR-END-DAY
               END-IF
               COMPUTE WS-FROM-DATE = WS-QTR-YEAR * 10000
                                    + WS-QTR-MONTH * 100 + 1
               COMPUTE WS-TO-DATE = WS-QTR-YEAR * 10000
                                  + WS-QTR-END-MONTH * 100
                                  + WS-QTR-END-DAY
           END-IF.

       100-LOAD-APPROVALS.
      * Pending and rejected entries authorize nothing; a consumed
      * one was released before the gated program used it.
           OPEN INPUT APPROVAL-QUEUE.
           IF WS-APPRQ-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ APPROVAL-QUEUE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF (APPR-STATUS = "R" OR APPR-STATUS = "C")
                               AND APPR-REQ-DATE IS NUMERIC
                           PERFORM 110-KEEP-APPROVAL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-QUEUE
           END-IF.

       110-KEEP-APPROVAL.
           IF WS-APPR-COUNT < 2000
               ADD 1 TO WS-APPR-COUNT
               MOVE APPR-DETAIL TO WS-APR-DETAIL(WS-APPR-COUNT)
               MOVE APPR-REQ-DATE TO WS-CALC-DATE-N
               PERFORM 900-DAY-NUMBER
               MOVE WS-CALC-DAYS TO WS-APR-REQ-DAYS(WS-APPR-COUNT)
           ELSE
               MOVE "Y" TO WS-APPR-OVERFLOW
               MOVE "Y" TO WS-EOF
           END-IF.

       200-AUDIT-JOURNAL-RECORD.
           EVALUATE MJ-TRAN-CODE
               WHEN "A"
               WHEN "D"
                   MOVE "LOANMAINT" TO WS-SOURCE-PROGRAM
               WHEN "C"
                   IF MJ-OPERATOR = "XFRPROC"
                       MOVE "XFRPROC"   TO WS-SOURCE-PROGRAM
                   ELSE
                       MOVE "LOANMAINT" TO WS-SOURCE-PROGRAM
                   END-IF
               WHEN "S"
                   MOVE "ASSUME"    TO WS-SOURCE-PROGRAM
               WHEN "M"
                   MOVE "LOANMOD"   TO WS-SOURCE-PROGRAM
               WHEN "Y"
                   MOVE "DUECHG"    TO WS-SOURCE-PROGRAM
               WHEN "H"
                   MOVE "HELOCVT"   TO WS-SOURCE-PROGRAM
               WHEN OTHER
                   MOVE "UNKNOWN"   TO WS-SOURCE-PROGRAM
           END-EVALUATE.
           MOVE "N" TO WS-APPROVAL-CHECKED.
           MOVE SPACES TO WS-OLD-TEXT WS-NEW-TEXT.
           EVALUATE TRUE
               WHEN MJ-BEFORE-IMAGE = SPACES
                   MOVE WS-FLD-ADDED TO WS-FLD-IDX
                   PERFORM 400-LIST-CHANGE
               WHEN MJ-AFTER-IMAGE = SPACES
                   MOVE WS-FLD-DELETED TO WS-FLD-IDX
                   PERFORM 400-LIST-CHANGE
               WHEN OTHER
                   MOVE MJ-BEFORE-IMAGE TO MJB-LOAN-RECORD
                   MOVE MJ-AFTER-IMAGE  TO MJA-LOAN-RECORD
                   PERFORM 300-COMPARE-FIELDS
           END-EVALUATE.

       300-COMPARE-FIELDS.
      * Field by field in loan-master order; the account is the
      * journal record's own and cannot change.
           IF MJB-LOAN-CUST-NAME NOT = MJA-LOAN-CUST-NAME
               MOVE 1 TO WS-FLD-IDX
               MOVE MJB-LOAN-CUST-NAME TO MASK-VALUE
               PERFORM 310-MASK-TEXT
               MOVE MASK-VALUE(WS-MASK-START:20) TO WS-OLD-TEXT
               MOVE MJA-LOAN-CUST-NAME TO MASK-VALUE
               PERFORM 310-MASK-TEXT
               MOVE MASK-VALUE(WS-MASK-START:20) TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-CUST-ADDR NOT = MJA-LOAN-CUST-ADDR
               MOVE 2 TO WS-FLD-IDX
               MOVE MJB-LOAN-CUST-ADDR TO MASK-VALUE
               PERFORM 310-MASK-TEXT
               MOVE MASK-VALUE(WS-MASK-START:20) TO WS-OLD-TEXT
               MOVE MJA-LOAN-CUST-ADDR TO MASK-VALUE
               PERFORM 310-MASK-TEXT
               MOVE MASK-VALUE(WS-MASK-START:20) TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-ORIG-PRIN NOT = MJA-LOAN-ORIG-PRIN
               MOVE 3 TO WS-FLD-IDX
               MOVE MJB-LOAN-ORIG-PRIN TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-OLD-TEXT
               MOVE MJA-LOAN-ORIG-PRIN TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-INT-RATE NOT = MJA-LOAN-INT-RATE
               MOVE 4 TO WS-FLD-IDX
               MOVE MJB-LOAN-INT-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-INT-RATE TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-TERM-YEARS NOT = MJA-LOAN-TERM-YEARS
               MOVE 5 TO WS-FLD-IDX
               MOVE MJB-LOAN-TERM-YEARS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-OLD-TEXT
               MOVE MJA-LOAN-TERM-YEARS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-ORIG-DATE NOT = MJA-LOAN-ORIG-DATE
               MOVE 6 TO WS-FLD-IDX
               MOVE MJB-LOAN-ORIG-DATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-ORIG-DATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-STATUS NOT = MJA-LOAN-STATUS
               MOVE 7 TO WS-FLD-IDX
               MOVE MJB-LOAN-STATUS TO WS-OLD-TEXT
               MOVE MJA-LOAN-STATUS TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-INVESTOR-CODE NOT = MJA-LOAN-INVESTOR-CODE
               MOVE 8 TO WS-FLD-IDX
               MOVE MJB-LOAN-INVESTOR-CODE TO WS-OLD-TEXT
               MOVE MJA-LOAN-INVESTOR-CODE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-PRODUCT-CODE NOT = MJA-LOAN-PRODUCT-CODE
               MOVE 9 TO WS-FLD-IDX
               MOVE MJB-LOAN-PRODUCT-CODE TO WS-OLD-TEXT
               MOVE MJA-LOAN-PRODUCT-CODE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-ARM-RESET-MONTHS
                   NOT = MJA-LOAN-ARM-RESET-MONTHS
               MOVE 10 TO WS-FLD-IDX
               MOVE MJB-LOAN-ARM-RESET-MONTHS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-OLD-TEXT
               MOVE MJA-LOAN-ARM-RESET-MONTHS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-ARM-RATE-ADJ NOT = MJA-LOAN-ARM-RATE-ADJ
               MOVE 11 TO WS-FLD-IDX
               MOVE MJB-LOAN-ARM-RATE-ADJ TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-ARM-RATE-ADJ TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-ARM-RATE-CAP NOT = MJA-LOAN-ARM-RATE-CAP
               MOVE 12 TO WS-FLD-IDX
               MOVE MJB-LOAN-ARM-RATE-CAP TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-ARM-RATE-CAP TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-RATE-INDEX NOT = MJA-LOAN-RATE-INDEX
               MOVE 13 TO WS-FLD-IDX
               MOVE MJB-LOAN-RATE-INDEX TO WS-OLD-TEXT
               MOVE MJA-LOAN-RATE-INDEX TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-INDEX-MARGIN NOT = MJA-LOAN-INDEX-MARGIN
               MOVE 14 TO WS-FLD-IDX
               MOVE MJB-LOAN-INDEX-MARGIN TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-INDEX-MARGIN TO WS-EDIT-RATE
               MOVE WS-EDIT-RATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-IO-MONTHS NOT = MJA-LOAN-IO-MONTHS
               MOVE 15 TO WS-FLD-IDX
               MOVE MJB-LOAN-IO-MONTHS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-OLD-TEXT
               MOVE MJA-LOAN-IO-MONTHS TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-ACCT-TYPE NOT = MJA-LOAN-ACCT-TYPE
               MOVE 16 TO WS-FLD-IDX
               MOVE MJB-LOAN-ACCT-TYPE TO WS-OLD-TEXT
               MOVE MJA-LOAN-ACCT-TYPE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-CREDIT-LIMIT NOT = MJA-LOAN-CREDIT-LIMIT
               MOVE 17 TO WS-FLD-IDX
               MOVE MJB-LOAN-CREDIT-LIMIT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-OLD-TEXT
               MOVE MJA-LOAN-CREDIT-LIMIT TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-CURR-BALANCE NOT = MJA-LOAN-CURR-BALANCE
               MOVE 18 TO WS-FLD-IDX
               MOVE MJB-LOAN-CURR-BALANCE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-OLD-TEXT
               MOVE MJA-LOAN-CURR-BALANCE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-PMI-STOP-FLAG NOT = MJA-LOAN-PMI-STOP-FLAG
               MOVE 19 TO WS-FLD-IDX
               MOVE MJB-LOAN-PMI-STOP-FLAG TO WS-OLD-TEXT
               MOVE MJA-LOAN-PMI-STOP-FLAG TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-ACTUAL-BALANCE NOT = MJA-LOAN-ACTUAL-BALANCE
               MOVE 20 TO WS-FLD-IDX
               MOVE MJB-LOAN-ACTUAL-BALANCE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-OLD-TEXT
               MOVE MJA-LOAN-ACTUAL-BALANCE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-PAID-THRU-DATE NOT = MJA-LOAN-PAID-THRU-DATE
               MOVE 21 TO WS-FLD-IDX
               MOVE MJB-LOAN-PAID-THRU-DATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-PAID-THRU-DATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-BALLOON-TERM NOT = MJA-LOAN-BALLOON-TERM
               MOVE 22 TO WS-FLD-IDX
               MOVE MJB-LOAN-BALLOON-TERM TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-OLD-TEXT
               MOVE MJA-LOAN-BALLOON-TERM TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-DRAW-END-DATE NOT = MJA-LOAN-DRAW-END-DATE
               MOVE 23 TO WS-FLD-IDX
               MOVE MJB-LOAN-DRAW-END-DATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-DRAW-END-DATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-REPAY-TERM NOT = MJA-LOAN-REPAY-TERM
               MOVE 24 TO WS-FLD-IDX
               MOVE MJB-LOAN-REPAY-TERM TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-OLD-TEXT
               MOVE MJA-LOAN-REPAY-TERM TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-CONV-PRIN NOT = MJA-LOAN-CONV-PRIN
               MOVE 25 TO WS-FLD-IDX
               MOVE MJB-LOAN-CONV-PRIN TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-OLD-TEXT
               MOVE MJA-LOAN-CONV-PRIN TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-DUE-DAY NOT = MJA-LOAN-DUE-DAY
               MOVE 26 TO WS-FLD-IDX
               MOVE MJB-LOAN-DUE-DAY TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-OLD-TEXT
               MOVE MJA-LOAN-DUE-DAY TO WS-EDIT-NUMBER
               MOVE WS-EDIT-NUMBER TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-DUE-DAY-CHG-DATE NOT = MJA-LOAN-DUE-DAY-CHG-DATE
               MOVE 27 TO WS-FLD-IDX
               MOVE MJB-LOAN-DUE-DAY-CHG-DATE TO WS-OLD-TEXT
               MOVE MJA-LOAN-DUE-DAY-CHG-DATE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.
           IF MJB-LOAN-COMPANY-CODE NOT = MJA-LOAN-COMPANY-CODE
               MOVE 28 TO WS-FLD-IDX
               MOVE MJB-LOAN-COMPANY-CODE TO WS-OLD-TEXT
               MOVE MJA-LOAN-COMPANY-CODE TO WS-NEW-TEXT
               PERFORM 400-LIST-CHANGE
           END-IF.

       310-MASK-TEXT.
      * Masked to the last four; a value longer than the report
      * column keeps its right-hand end, where those four are.
           CALL "maskdata" USING MASK-PARAMS.
           PERFORM VARYING WS-MASK-END FROM 40 BY -1
                   UNTIL WS-MASK-END = 1
                      OR MASK-VALUE(WS-MASK-END:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-MASK-END > 20
               COMPUTE WS-MASK-START = WS-MASK-END - 19
           ELSE
               MOVE 1 TO WS-MASK-START
           END-IF.

       400-LIST-CHANGE.
      * One line per changed field.  The approval search runs once
      * per journal record, at its first sensitive field.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE MJ-ACCT            TO WS-DTL-ACCT.
           MOVE MJ-BATCH-ID        TO WS-DTL-BATCH-ID.
           MOVE MJ-TRAN-CODE       TO WS-DTL-TRAN-CODE.
           MOVE WS-SOURCE-PROGRAM  TO WS-DTL-SOURCE.
           MOVE MJ-OPERATOR        TO WS-DTL-OPERATOR.
           MOVE WS-FLD-TBL-NAME(WS-FLD-IDX) TO WS-DTL-FIELD.
           MOVE WS-OLD-TEXT        TO WS-DTL-OLD.
           MOVE WS-NEW-TEXT        TO WS-DTL-NEW.
           ADD 1 TO WS-CHANGE-COUNTER.
           ADD 1 TO WS-FLD-CHANGES(WS-FLD-IDX).
           PERFORM 500-FIND-OPERATOR.
           ADD 1 TO WS-OPR-CHANGES(WS-OPER-FOUND).
           IF WS-FLD-SENSITIVE(WS-FLD-IDX) = "Y"
               ADD 1 TO WS-SENSITIVE-COUNTER
               ADD 1 TO WS-OPR-SENSITIVE(WS-OPER-FOUND)
               IF WS-APPROVAL-CHECKED = "N"
                   PERFORM 450-FIND-APPROVAL
                   MOVE "Y" TO WS-APPROVAL-CHECKED
               END-IF
               IF WS-APPROVED = "N"
                   MOVE "NO APPROVAL" TO WS-DTL-FLAG
                   ADD 1 TO WS-UNAPPROVED-COUNTER
                   ADD 1 TO WS-FLD-UNAPPROVED(WS-FLD-IDX)
                   ADD 1 TO WS-OPR-UNAPPROVED(WS-OPER-FOUND)
               END-IF
           END-IF.
           MOVE WS-DETAIL-LINE TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.

       450-FIND-APPROVAL.
      * A released entry naming the account, requested on or
      * before the batch date and within the window ahead of it.
           MOVE "N" TO WS-APPROVED.
           MOVE MJ-BATCH-DATE TO WS-CALC-DATE-N.
           PERFORM 900-DAY-NUMBER.
           MOVE WS-CALC-DAYS TO WS-BATCH-DAYS.
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-COUNT
                      OR WS-APPROVED = "Y"
               IF WS-APR-DETAIL(WS-APPR-IDX) = MJ-ACCT
                       AND WS-APR-REQ-DAYS(WS-APPR-IDX)
                           <= WS-BATCH-DAYS
                       AND WS-APR-REQ-DAYS(WS-APPR-IDX)
                           + WS-APPR-WINDOW-DAYS >= WS-BATCH-DAYS
                   MOVE "Y" TO WS-APPROVED
               END-IF
           END-PERFORM.

       500-FIND-OPERATOR.
           MOVE 0 TO WS-OPER-FOUND.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                      OR WS-OPER-FOUND > 0
               IF WS-OPR-ID(WS-OPER-IDX) = MJ-OPERATOR
                   MOVE WS-OPER-IDX TO WS-OPER-FOUND
               END-IF
           END-PERFORM.
           IF WS-OPER-FOUND = 0
               IF WS-OPER-COUNT < WS-OPER-MAX
                   ADD 1 TO WS-OPER-COUNT
                   MOVE MJ-OPERATOR TO WS-OPR-ID(WS-OPER-COUNT)
                   MOVE 0 TO WS-OPR-CHANGES(WS-OPER-COUNT)
                             WS-OPR-SENSITIVE(WS-OPER-COUNT)
                             WS-OPR-UNAPPROVED(WS-OPER-COUNT)
                   MOVE WS-OPER-COUNT TO WS-OPER-FOUND
               ELSE
                   MOVE "(OTHERS)" TO WS-OPR-ID(WS-OPER-MAX)
                   MOVE WS-OPER-MAX TO WS-OPER-FOUND
               END-IF
           END-IF.

       700-WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE WS-OPER-HEADING TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               MOVE SPACES TO WS-OPER-LINE
               MOVE WS-OPR-ID(WS-OPER-IDX)        TO WS-OPL-ID
               MOVE WS-OPR-CHANGES(WS-OPER-IDX)   TO WS-OPL-CHANGES
               MOVE WS-OPR-SENSITIVE(WS-OPER-IDX)
                   TO WS-OPL-SENSITIVE
               MOVE WS-OPR-UNAPPROVED(WS-OPER-IDX)
                   TO WS-OPL-UNAPPROVED
               MOVE WS-OPER-LINE TO AUDIT-REPORT-REC
               WRITE AUDIT-REPORT-REC
           END-PERFORM.

       750-WRITE-FIELD-SUMMARY.
      * Every field that moved, sensitive ones marked.
           MOVE SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE WS-FIELD-HEADING TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-MAX
               IF WS-FLD-CHANGES(WS-FLD-IDX) > 0
                   MOVE SPACES TO WS-FIELD-LINE
                   MOVE WS-FLD-TBL-NAME(WS-FLD-IDX) TO WS-FDL-NAME
                   MOVE WS-FLD-CHANGES(WS-FLD-IDX)
                       TO WS-FDL-CHANGES
                   MOVE WS-FLD-UNAPPROVED(WS-FLD-IDX)
                       TO WS-FDL-UNAPPROVED
                   IF WS-FLD-SENSITIVE(WS-FLD-IDX) = "Y"
                       MOVE "SENSITIVE" TO WS-FDL-NOTE
                   END-IF
                   MOVE WS-FIELD-LINE TO AUDIT-REPORT-REC
                   WRITE AUDIT-REPORT-REC
               END-IF
           END-PERFORM.

       800-WRITE-TOTALS.
           MOVE SPACES TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE "JOURNAL RECORDS READ:"       TO WS-CNT-LABEL.
           MOVE WS-JOURNAL-COUNTER            TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE "JOURNAL RECORDS IN RANGE:"   TO WS-CNT-LABEL.
           MOVE WS-IN-RANGE-COUNTER           TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE "FIELD CHANGES LISTED:"       TO WS-CNT-LABEL.
           MOVE WS-CHANGE-COUNTER             TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE "SENSITIVE FIELD CHANGES:"    TO WS-CNT-LABEL.
           MOVE WS-SENSITIVE-COUNTER          TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.
           MOVE "SENSITIVE WITHOUT APPROVAL:" TO WS-CNT-LABEL.
           MOVE WS-UNAPPROVED-COUNTER         TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO AUDIT-REPORT-REC.
           WRITE AUDIT-REPORT-REC.

       900-DAY-NUMBER.
      * 30/360 day number of WS-CALC-DATE into WS-CALC-DAYS.
           COMPUTE WS-CALC-DAYS = WS-CALC-YEAR * 360
                                + WS-CALC-MONTH * 30
                                + WS-CALC-DAY.
