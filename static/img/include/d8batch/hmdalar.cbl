      ******************************************************************
      *
      * HMDA Loan/Application Register
      * ===============================
      *
      * Builds the year-end HMDA loan/application register on the
      * "hmdalar" file from the system instead of by hand.  Every
      * loan on LOANMSTR originated in the reporting year goes on as
      * action taken 1 (originated), with the application id it was
      * boarded under off loanbrd's "appboard" log where there is
      * one.  Every application pghmda extracted from the Postgres
      * loan_application table onto "hmdaapps" that never boarded
      * goes on as well: one quoted and never taken up as action 4
      * (withdrawn), one the pricing edits refused as action 3
      * (denied).  Each record carries the loan amount, note rate,
      * term in months, the open-end indicator, the property address
      * and state off COLLMSTR, and - for originations - the rate
      * spread over the average prime offer rate in effect for the
      * term on the action date, looked up on the "hmdaapor" table.
      * Every missing or out-of-range data point is listed on the
      * "hmdaedit" validity edit report so it can be corrected at
      * the source before submission.  The year is the command line
      * parameter, or the prior calendar year when none is given,
      * the same default int1098 uses; run pghmda for the same year
      * first.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. hmdalar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT COLLMSTR ASSIGN TO "COLLMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COLL-ACCT-NO
           FILE STATUS IS WS-COLLMSTR-STATUS.

           SELECT APP-BOARD-LOG ASSIGN TO "appboard"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APPBOARD-STATUS.

           SELECT APPLICATION-FILE ASSIGN TO "hmdaapps"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HMDAAPPS-STATUS.

      * Average prime offer rates, one line per effective date and
      * term, in ascending date order.
           SELECT APOR-FILE ASSIGN TO "hmdaapor"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APOR-STATUS.

           SELECT LAR-FILE ASSIGN TO "hmdalar"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EDIT-REPORT ASSIGN TO "hmdaedit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared collateral master record; see collrec.cpy.
       FD COLLMSTR.
           COPY "collrec.cpy".

      * Mirrors loanbrd's own FD APP-BOARD-LOG layout field for
      * field.
       FD APP-BOARD-LOG.
           01 APP-BOARD-REC.
               05 APB-APP-ID        PIC X(09).
               05 FILLER            PIC X(01).
               05 APB-ACCT-NO       PIC X(10).
               05 FILLER            PIC X(01).
               05 APB-BOARD-DATE    PIC 9(08).

      * Mirrors pghmda's own FD APPLICATION-FILE layout field for
      * field.
       FD APPLICATION-FILE.
           01 APPLICATION-REC.
               05 HAP-APP-ID         PIC 9(09).
               05 FILLER             PIC X(01).
               05 HAP-AMOUNT         PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 HAP-RATE           PIC 9(02)V9(02).
               05 FILLER             PIC X(01).
               05 HAP-TERM           PIC 9(02).
               05 FILLER             PIC X(01).
               05 HAP-STATUS         PIC X(01).
               05 FILLER             PIC X(01).
               05 HAP-DATE           PIC 9(08).

       FD APOR-FILE.
           01 APOR-REC.
               05 APOR-EFF-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 APOR-TERM-YEARS    PIC 9(02).
               05 FILLER             PIC X(01).
               05 APOR-RATE          PIC 9(02)V9(03).

      * One register record per origination or application.  The
      * rate spread is "NA" where the register does not call for
      * one.
       FD LAR-FILE.
           01 LAR-REC.
               05 LAR-YEAR           PIC 9(04).
               05 FILLER             PIC X(01).
               05 LAR-LOAN-ID        PIC X(10).
               05 FILLER             PIC X(01).
               05 LAR-APP-ID         PIC X(09).
               05 FILLER             PIC X(01).
               05 LAR-ACTION         PIC 9(01).
               05 FILLER             PIC X(01).
               05 LAR-ACTION-DATE    PIC 9(08).
               05 FILLER             PIC X(01).
               05 LAR-LOAN-AMOUNT    PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 LAR-RATE           PIC 9(02)V9(03).
               05 FILLER             PIC X(01).
               05 LAR-TERM-MONTHS    PIC 9(03).
               05 FILLER             PIC X(01).
               05 LAR-OPEN-END       PIC X(01).
               05 FILLER             PIC X(01).
               05 LAR-PROP-ADDR      PIC X(40).
               05 FILLER             PIC X(01).
               05 LAR-PROP-STATE     PIC X(02).
               05 FILLER             PIC X(01).
               05 LAR-RATE-SPREAD    PIC X(07).

       FD EDIT-REPORT.
           01 EDIT-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-EOF     PIC X(01) VALUE "N".
           01 WS-COLLMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-COLLMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-APPBOARD-STATUS  PIC X(02) VALUE "00".
           01 WS-APPBOARD-EOF     PIC X(01) VALUE "N".
           01 WS-HMDAAPPS-STATUS  PIC X(02) VALUE "00".
           01 WS-HMDAAPPS-EOF     PIC X(01) VALUE "N".
           01 WS-APOR-STATUS      PIC X(02) VALUE "00".
           01 WS-APOR-EOF         PIC X(01) VALUE "N".

      * The reserved control-record keys a controlled master may
      * carry (see bcuota); they are no loan.
           01 WS-HEADER-SENTINEL  PIC X(10) VALUE "0000000000".
           01 WS-TRAILER-SENTINEL PIC X(10) VALUE "9999999999".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MMDD      PIC 9(04).
           01 WS-YEAR-PARM        PIC X(04) VALUE SPACES.
           01 WS-HMDA-YEAR        PIC 9(04) VALUE ZEROES.
           01 WS-ACTION-YEAR      PIC 9(04) VALUE ZEROES.

      * Data-point limits for the validity edits.
           01 WS-MAX-RATE         PIC 9(02)V9(02) VALUE 25.00.
           01 WS-MAX-TERM         PIC 9(02) VALUE 40.
           01 WS-MIN-SPREAD       PIC S9(02)V9(03) VALUE -5.000.
           01 WS-MAX-SPREAD       PIC S9(02)V9(03) VALUE 15.000.

      * Application ids boarded, off the "appboard" log.
           01 WS-APB-TABLE.
               05 WS-APB-ENTRY OCCURS 5000 TIMES.
                   10 WS-APB-APP-ID     PIC X(09).
                   10 WS-APB-ACCT       PIC X(10).
           01 WS-APB-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-APB-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-APB-FOUND        PIC X(01) VALUE "N".
           01 WS-APB-OVERFLOW     PIC X(01) VALUE "N".

           01 WS-APOR-TABLE.
               05 WS-APOR-ENTRY OCCURS 3000 TIMES.
                   10 WS-APOR-T-DATE    PIC 9(08).
                   10 WS-APOR-T-TERM    PIC 9(02).
                   10 WS-APOR-T-RATE    PIC 9(02)V9(03).
           01 WS-APOR-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-APOR-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-APOR-FOUND       PIC X(01) VALUE "N".
           01 WS-APOR-VALUE       PIC 9(02)V9(03) VALUE ZEROES.
           01 WS-APOR-BEST-DATE   PIC 9(08) VALUE ZEROES.
           01 WS-APOR-TERM        PIC 9(02) VALUE ZEROES.

           01 WS-RATE-SPREAD      PIC S9(02)V9(03) VALUE ZEROES.
           01 WS-SPREAD-EDIT      PIC -9.999.
           01 WS-AMOUNT-EDIT      PIC Z(8)9.99.
           01 WS-RATE-EDIT        PIC Z9.999.
           01 WS-TERM-EDIT        PIC ZZ9.

           01 WS-RECORD-EDITED    PIC X(01) VALUE "N".
           01 WS-ORIG-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-WITHDRAWN-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-DENIED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-BOARDED-APP-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-LAR-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-EDITED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-EDIT-COUNTER     PIC 9(09) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(12) VALUE "LOAN/APP".
               05 FILLER PIC X(18) VALUE "DATA POINT".
               05 FILLER PIC X(26) VALUE "PROBLEM".
               05 FILLER PIC X(12) VALUE "VALUE".

           01 WS-EDIT-LINE.
               05 WS-EDT-ID        PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EDT-FIELD     PIC X(16).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EDT-PROBLEM   PIC X(24).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EDT-VALUE     PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-YEAR-PARM FROM COMMAND-LINE.
           IF WS-YEAR-PARM NUMERIC AND WS-YEAR-PARM NOT = "0000"
               MOVE WS-YEAR-PARM TO WS-HMDA-YEAR
           ELSE
               COMPUTE WS-HMDA-YEAR = WS-RUN-YEAR - 1
           END-IF.

           PERFORM 050-LOAD-BOARDED-APPS.
           IF WS-APB-OVERFLOW = "Y"
               DISPLAY "APPBOARD TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 060-LOAD-APOR-TABLE.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COLLMSTR.
           IF WS-COLLMSTR-STATUS = "00"
               MOVE "Y" TO WS-COLLMSTR-OPEN
           END-IF.
           OPEN OUTPUT LAR-FILE.
           OPEN OUTPUT EDIT-REPORT.
           MOVE WS-HEADER-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           PERFORM UNTIL WS-LOANMSTR-EOF = "Y"
               READ LOANMSTR NEXT RECORD
               AT END MOVE "Y" TO WS-LOANMSTR-EOF
               NOT AT END
                   IF LOAN-ACCT-NO NOT = WS-HEADER-SENTINEL
                           AND LOAN-ACCT-NO
                               NOT = WS-TRAILER-SENTINEL
                       DIVIDE LOAN-ORIG-DATE BY 10000
                           GIVING WS-ACTION-YEAR
                       IF WS-ACTION-YEAR = WS-HMDA-YEAR
                           PERFORM 100-REGISTER-ORIGINATION
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

           OPEN INPUT APPLICATION-FILE.
           IF WS-HMDAAPPS-STATUS NOT = "00"
               DISPLAY "HMDAAPPS NOT FOUND, NO APPLICATIONS REPORTED"
               MOVE "Y" TO WS-HMDAAPPS-EOF
           END-IF.
           PERFORM UNTIL WS-HMDAAPPS-EOF = "Y"
               READ APPLICATION-FILE
               AT END MOVE "Y" TO WS-HMDAAPPS-EOF
               NOT AT END
                   PERFORM 200-REGISTER-APPLICATION
               END-READ
           END-PERFORM.
           IF WS-HMDAAPPS-STATUS NOT = "35"
               CLOSE APPLICATION-FILE
           END-IF.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           IF WS-COLLMSTR-OPEN = "Y"
               CLOSE COLLMSTR
           END-IF.
           CLOSE LAR-FILE.
           CLOSE EDIT-REPORT.

           DISPLAY "HMDA YEAR: "                WS-HMDA-YEAR.
           DISPLAY "ORIGINATIONS: "             WS-ORIG-COUNTER.
           DISPLAY "APPLICATIONS WITHDRAWN: "   WS-WITHDRAWN-COUNTER.
           DISPLAY "APPLICATIONS DENIED: "      WS-DENIED-COUNTER.
           DISPLAY "REGISTER RECORDS: "         WS-LAR-COUNTER.
           DISPLAY "RECORDS FAILING EDITS: "    WS-EDITED-COUNTER.
           IF WS-EDITED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-BOARDED-APPS.
           OPEN INPUT APP-BOARD-LOG.
           IF WS-APPBOARD-STATUS NOT = "00"
               MOVE "Y" TO WS-APPBOARD-EOF
           END-IF.
           PERFORM UNTIL WS-APPBOARD-EOF = "Y"
               READ APP-BOARD-LOG
               AT END MOVE "Y" TO WS-APPBOARD-EOF
               NOT AT END
                   IF WS-APB-COUNT < 5000
                       ADD 1 TO WS-APB-COUNT
                       MOVE APB-APP-ID  TO WS-APB-APP-ID(WS-APB-COUNT)
                       MOVE APB-ACCT-NO TO WS-APB-ACCT(WS-APB-COUNT)
                   ELSE
                       MOVE "Y" TO WS-APB-OVERFLOW
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-APPBOARD-STATUS NOT = "35"
               CLOSE APP-BOARD-LOG
           END-IF.

       060-LOAD-APOR-TABLE.
           OPEN INPUT APOR-FILE.
           IF WS-APOR-STATUS NOT = "00"
               DISPLAY "HMDAAPOR NOT FOUND, RATE SPREADS NOT COMPUTED"
               MOVE "Y" TO WS-APOR-EOF
           END-IF.
           PERFORM UNTIL WS-APOR-EOF = "Y"
               READ APOR-FILE
               AT END MOVE "Y" TO WS-APOR-EOF
               NOT AT END
                   IF APOR-EFF-DATE NUMERIC
                           AND APOR-TERM-YEARS NUMERIC
                           AND APOR-RATE NUMERIC
                           AND WS-APOR-COUNT < 3000
                       ADD 1 TO WS-APOR-COUNT
                       MOVE APOR-EFF-DATE
                           TO WS-APOR-T-DATE(WS-APOR-COUNT)
                       MOVE APOR-TERM-YEARS
                           TO WS-APOR-T-TERM(WS-APOR-COUNT)
                       MOVE APOR-RATE
                           TO WS-APOR-T-RATE(WS-APOR-COUNT)
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-APOR-STATUS NOT = "35"
               CLOSE APOR-FILE
           END-IF.

       100-REGISTER-ORIGINATION.
           ADD 1 TO WS-ORIG-COUNTER.
           MOVE "N" TO WS-RECORD-EDITED.
           MOVE SPACES             TO LAR-REC.
           MOVE WS-HMDA-YEAR       TO LAR-YEAR.
           MOVE LOAN-ACCT-NO       TO LAR-LOAN-ID.
           MOVE 1                  TO LAR-ACTION.
           MOVE LOAN-ORIG-DATE     TO LAR-ACTION-DATE.
           MOVE LOAN-ORIG-PRIN     TO LAR-LOAN-AMOUNT.
           MOVE LOAN-INT-RATE      TO LAR-RATE.
           COMPUTE LAR-TERM-MONTHS = LOAN-TERM-YEARS * 12.
           IF LOAN-TY-REVOLVING
               MOVE "1" TO LAR-OPEN-END
           ELSE
               MOVE "2" TO LAR-OPEN-END
           END-IF.

           MOVE "N" TO WS-APB-FOUND.
           PERFORM VARYING WS-APB-IDX FROM 1 BY 1
                   UNTIL WS-APB-IDX > WS-APB-COUNT
                      OR WS-APB-FOUND = "Y"
               IF WS-APB-ACCT(WS-APB-IDX) = LOAN-ACCT-NO
                   MOVE WS-APB-APP-ID(WS-APB-IDX) TO LAR-APP-ID
                   MOVE "Y" TO WS-APB-FOUND
               END-IF
           END-PERFORM.

           MOVE LOAN-ACCT-NO TO WS-EDT-ID.
           PERFORM 300-EDIT-AMOUNT-RATE-TERM.
           PERFORM 150-LOCATE-PROPERTY.
           PERFORM 170-COMPUTE-RATE-SPREAD.
           PERFORM 400-WRITE-LAR-RECORD.

       150-LOCATE-PROPERTY.
           MOVE "N" TO WS-APB-FOUND.
           IF WS-COLLMSTR-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO COLL-ACCT-NO
               READ COLLMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-APB-FOUND
               END-READ
           END-IF.
           IF WS-APB-FOUND = "N"
               MOVE "PROPERTY"             TO WS-EDT-FIELD
               MOVE "NOT ON COLLMSTR"      TO WS-EDT-PROBLEM
               MOVE SPACES                 TO WS-EDT-VALUE
               PERFORM 850-WRITE-EDIT
           ELSE
               MOVE COLL-PROP-ADDR  TO LAR-PROP-ADDR
               MOVE COLL-PROP-STATE TO LAR-PROP-STATE
               IF COLL-PROP-ADDR = SPACES
                   MOVE "PROPERTY ADDRESS"  TO WS-EDT-FIELD
                   MOVE "MISSING"           TO WS-EDT-PROBLEM
                   MOVE SPACES              TO WS-EDT-VALUE
                   PERFORM 850-WRITE-EDIT
               END-IF
               IF COLL-PROP-STATE = SPACES
                       OR COLL-PROP-STATE NOT ALPHABETIC
                   MOVE "PROPERTY STATE"    TO WS-EDT-FIELD
                   MOVE "MISSING OR INVALID" TO WS-EDT-PROBLEM
                   MOVE COLL-PROP-STATE     TO WS-EDT-VALUE
                   PERFORM 850-WRITE-EDIT
               END-IF
           END-IF.

       170-COMPUTE-RATE-SPREAD.
      * The APOR for the loan's term (capped at the longest term
      * the table carries, as the published tables are) in effect
      * on the action date: the latest effective date not after it.
           MOVE "N" TO WS-APOR-FOUND.
           MOVE 0 TO WS-APOR-BEST-DATE.
           MOVE LOAN-TERM-YEARS TO WS-APOR-TERM.
           IF WS-APOR-TERM > 50
               MOVE 50 TO WS-APOR-TERM
           END-IF.
           PERFORM VARYING WS-APOR-IDX FROM 1 BY 1
                   UNTIL WS-APOR-IDX > WS-APOR-COUNT
               IF WS-APOR-T-TERM(WS-APOR-IDX) = WS-APOR-TERM
                       AND WS-APOR-T-DATE(WS-APOR-IDX)
                           <= LOAN-ORIG-DATE
                       AND WS-APOR-T-DATE(WS-APOR-IDX)
                           >= WS-APOR-BEST-DATE
                   MOVE WS-APOR-T-DATE(WS-APOR-IDX)
                       TO WS-APOR-BEST-DATE
                   MOVE WS-APOR-T-RATE(WS-APOR-IDX) TO WS-APOR-VALUE
                   MOVE "Y" TO WS-APOR-FOUND
               END-IF
           END-PERFORM.
           IF WS-APOR-FOUND = "N"
               MOVE "NA"                   TO LAR-RATE-SPREAD
               MOVE "RATE SPREAD"          TO WS-EDT-FIELD
               MOVE "NO APOR FOR DATE/TERM" TO WS-EDT-PROBLEM
               MOVE LOAN-ORIG-DATE         TO WS-EDT-VALUE
               PERFORM 850-WRITE-EDIT
           ELSE
               COMPUTE WS-RATE-SPREAD = LOAN-INT-RATE - WS-APOR-VALUE
               MOVE WS-RATE-SPREAD TO WS-SPREAD-EDIT
               MOVE WS-SPREAD-EDIT TO LAR-RATE-SPREAD
               IF WS-RATE-SPREAD < WS-MIN-SPREAD
                       OR WS-RATE-SPREAD > WS-MAX-SPREAD
                   MOVE "RATE SPREAD"       TO WS-EDT-FIELD
                   MOVE "OUT OF RANGE"      TO WS-EDT-PROBLEM
                   MOVE WS-SPREAD-EDIT      TO WS-EDT-VALUE
                   PERFORM 850-WRITE-EDIT
               END-IF
           END-IF.

       200-REGISTER-APPLICATION.
      * An application that boarded is already on the register as
      * its loan.
           MOVE "N" TO WS-APB-FOUND.
           PERFORM VARYING WS-APB-IDX FROM 1 BY 1
                   UNTIL WS-APB-IDX > WS-APB-COUNT
                      OR WS-APB-FOUND = "Y"
               IF WS-APB-APP-ID(WS-APB-IDX) = HAP-APP-ID
                   MOVE "Y" TO WS-APB-FOUND
               END-IF
           END-PERFORM.
           IF WS-APB-FOUND = "Y"
               ADD 1 TO WS-BOARDED-APP-COUNTER
           ELSE
               PERFORM 250-REGISTER-UNBOARDED
           END-IF.

       250-REGISTER-UNBOARDED.
           MOVE "N" TO WS-RECORD-EDITED.
           MOVE SPACES             TO LAR-REC.
           MOVE WS-HMDA-YEAR       TO LAR-YEAR.
           MOVE HAP-APP-ID         TO LAR-APP-ID.
           IF HAP-STATUS = "E"
               MOVE 3 TO LAR-ACTION
               ADD 1 TO WS-DENIED-COUNTER
           ELSE
               MOVE 4 TO LAR-ACTION
               ADD 1 TO WS-WITHDRAWN-COUNTER
           END-IF.
           MOVE HAP-DATE           TO LAR-ACTION-DATE.
           MOVE HAP-AMOUNT         TO LAR-LOAN-AMOUNT.
           MOVE HAP-RATE           TO LAR-RATE.
           COMPUTE LAR-TERM-MONTHS = HAP-TERM * 12.
           MOVE "2"                TO LAR-OPEN-END.
      * The application table carries no property; the register
      * reports it, and the spread, as not available.
           MOVE "NA"               TO LAR-PROP-ADDR.
           MOVE "NA"               TO LAR-PROP-STATE.
           MOVE "NA"               TO LAR-RATE-SPREAD.

           MOVE HAP-APP-ID TO WS-EDT-ID.
           IF HAP-DATE = 0
               MOVE "ACTION DATE"          TO WS-EDT-FIELD
               MOVE "MISSING"              TO WS-EDT-PROBLEM
               MOVE SPACES                 TO WS-EDT-VALUE
               PERFORM 850-WRITE-EDIT
           END-IF.
           PERFORM 300-EDIT-AMOUNT-RATE-TERM.
           PERFORM 400-WRITE-LAR-RECORD.

       300-EDIT-AMOUNT-RATE-TERM.
           IF LAR-LOAN-AMOUNT = 0
               MOVE "LOAN AMOUNT"          TO WS-EDT-FIELD
               MOVE "MISSING"              TO WS-EDT-PROBLEM
               MOVE SPACES                 TO WS-EDT-VALUE
               PERFORM 850-WRITE-EDIT
           END-IF.
           IF LAR-RATE = 0 OR LAR-RATE > WS-MAX-RATE
               MOVE LAR-RATE               TO WS-RATE-EDIT
               MOVE "INTEREST RATE"        TO WS-EDT-FIELD
               MOVE "MISSING OR OUT OF RANGE" TO WS-EDT-PROBLEM
               MOVE WS-RATE-EDIT           TO WS-EDT-VALUE
               PERFORM 850-WRITE-EDIT
           END-IF.
      * An open-end line may carry no term.
           IF (LAR-TERM-MONTHS = 0 AND LAR-OPEN-END NOT = "1")
                   OR LAR-TERM-MONTHS > WS-MAX-TERM * 12
               MOVE LAR-TERM-MONTHS        TO WS-TERM-EDIT
               MOVE "LOAN TERM"            TO WS-EDT-FIELD
               MOVE "MISSING OR OUT OF RANGE" TO WS-EDT-PROBLEM
               MOVE WS-TERM-EDIT           TO WS-EDT-VALUE
               PERFORM 850-WRITE-EDIT
           END-IF.

       400-WRITE-LAR-RECORD.
           WRITE LAR-REC.
           ADD 1 TO WS-LAR-COUNTER.
           IF WS-RECORD-EDITED = "Y"
               ADD 1 TO WS-EDITED-COUNTER
           END-IF.

       850-WRITE-EDIT.
           MOVE "Y" TO WS-RECORD-EDITED.
           ADD 1 TO WS-EDIT-COUNTER.
           MOVE WS-EDIT-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "HMDA YEAR:"              TO WS-TOT-LABEL.
           MOVE WS-HMDA-YEAR              TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "ORIGINATIONS:"           TO WS-TOT-LABEL.
           MOVE WS-ORIG-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "APPLICATIONS WITHDRAWN:" TO WS-TOT-LABEL.
           MOVE WS-WITHDRAWN-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "APPLICATIONS DENIED:"    TO WS-TOT-LABEL.
           MOVE WS-DENIED-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "APPLICATIONS BOARDED:"   TO WS-TOT-LABEL.
           MOVE WS-BOARDED-APP-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "REGISTER RECORDS:"       TO WS-TOT-LABEL.
           MOVE WS-LAR-COUNTER            TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "RECORDS FAILING EDITS:"  TO WS-TOT-LABEL.
           MOVE WS-EDITED-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.

           MOVE "EDIT FINDINGS:"          TO WS-TOT-LABEL.
           MOVE WS-EDIT-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EDIT-REPORT-REC.
           WRITE EDIT-REPORT-REC.
