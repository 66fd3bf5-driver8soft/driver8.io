      ******************************************************************
      *
      * Operator Access Exception Report
      * =================================
      *
      * The "activlog" activity log has recorded every sign-on, menu
      * choice, collector action, approval, and operadm change for
      * years, and nobody read it.  This is the weekly review of it
      * against the OPERATORS file: the range is the first two
      * command-line words, each YYYYMMDD, and with none given the
      * seven days ending yesterday; a third word overrides the
      * dormancy limit.  Six kinds of exception are listed on the
      * "accxrpt" report, each with the log lines that evidence it,
      * and the report closes with a sign-off block for security:
      *
      *   - a menu sign-on outside business hours, or on a day that
      *     is not a "runcal" business day;
      *   - an id locked out repeatedly inside the range, with the
      *     lockouts and the unlocks operadm applied between them;
      *   - an id still enabled that has not been used for more
      *     than the dormancy limit, judged by its last use on the
      *     log or, never used, by the date its password was set;
      *   - one person requesting and releasing the same dual-
      *     control entry through two different ids on the same
      *     day, the ids tied to people by the "operpers" cross-
      *     reference security keeps;
      *   - an operadm role change made without a second
      *     administrator co-signing the run;
      *   - the nightly batch run from the menu outside its
      *     scheduled window or for a day that is not a business
      *     day.
      *
      * Any exception sets return code 4.  A log that will not open
      * sets 16; a range that runs backward or a table that fills
      * refuses the run with 8.  A missing calendar skips the day
      * checks and a missing cross-reference skips the two-id
      * check, each noted on the report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. accexcp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVITY-LOG ASSIGN TO "activlog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ACTLOG-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

      * Mirrors runctlck's own FD CALENDAR-FILE layout field for
      * field.
           SELECT CALENDAR-FILE ASSIGN TO "runcal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

      * Which person holds each operator id.
           SELECT PERSON-FILE ASSIGN TO "operpers"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PERSON-STATUS.

           SELECT EXCEPTION-REPORT ASSIGN TO "accxrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors menu's own FD ACTIVITY-LOG layout field for field.
       FD ACTIVITY-LOG.
           01 ACTIVITY-REC.
               05 ACT-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACT-TIME           PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACT-OPER-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 ACT-ACTION         PIC X(20).
               05 FILLER             PIC X(01).
               05 ACT-ACCT           PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-REASON         PIC X(40).

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

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-DATE           PIC 9(08).

      * One line per operator id: the id and the employee number of
      * the person it was issued to.
       FD PERSON-FILE.
           01 PERSON-REC.
               05 OPP-OPER-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 OPP-PERSON-ID      PIC X(08).

       FD EXCEPTION-REPORT.
           01 EXCEPTION-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-ACTLOG-STATUS    PIC X(02) VALUE "00".
           01 WS-OPERATOR-STATUS  PIC X(02) VALUE "00".
           01 WS-CALENDAR-STATUS  PIC X(02) VALUE "00".
           01 WS-PERSON-STATUS    PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-TABLE-FULL       PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * The range under review, from the command line or the seven
      * days ending yesterday.
           01 WS-PARM             PIC X(40) VALUE SPACES.
           01 WS-PARM-FROM        PIC X(08) VALUE SPACES.
           01 WS-PARM-TO          PIC X(08) VALUE SPACES.
           01 WS-PARM-DAYS        PIC X(03) VALUE SPACES.
           01 WS-PARM-DAYS-LEN    PIC 9(02) VALUE ZEROES.
           01 WS-PARM-DAYS-RJ     PIC X(03) JUSTIFIED RIGHT.
           01 WS-FROM-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-TO-DATE          PIC 9(08) VALUE ZEROES.
           01 WS-CAL-FROM-DATE    PIC 9(08) VALUE ZEROES.
           01 WS-BACK-COUNT       PIC 9(02) VALUE ZEROES.

      * The limits the exceptions are judged by.  Times are HHMM;
      * the batch window runs over midnight, from its start on a
      * business day to its end the morning after.
           01 WS-BUS-START        PIC 9(04) VALUE 0700.
           01 WS-BUS-END          PIC 9(04) VALUE 1900.
           01 WS-BATCH-START      PIC 9(04) VALUE 1900.
           01 WS-BATCH-END        PIC 9(04) VALUE 0600.
           01 WS-LOCKOUT-REPEAT   PIC 9(02) VALUE 2.
           01 WS-DORMANT-DAYS     PIC 9(03) VALUE 90.

      * The processing calendar from the day before the range on.
      * A site with no calendar yet gets no day checks.
           01 WS-CALENDAR-PRESENT PIC X(01) VALUE "N".
           01 WS-CAL-TABLE.
               05 WS-CAL-ENTRY OCCURS 400 TIMES.
                   10 WS-CAL-TBL-DATE  PIC 9(08).
           01 WS-CAL-COUNT        PIC 9(03) VALUE ZEROES.
           01 WS-CAL-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-CHK-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-ON-CALENDAR      PIC X(01) VALUE "N".

      * Every operator on file and their last use on the log.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 500 TIMES.
                   10 WS-OPR-ID        PIC X(08).
                   10 WS-OPR-LOCKED    PIC X(01).
                   10 WS-OPR-PWD-DATE  PIC 9(08).
                   10 WS-OPR-LAST-DATE PIC 9(08).
                   10 WS-OPR-LAST-TIME PIC 9(08).
                   10 WS-OPR-LAST-ACTION PIC X(20).
           01 WS-OPER-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-OPER-IDX         PIC 9(03) VALUE ZEROES.

      * The person behind each id, when security has said.
           01 WS-PERSON-PRESENT   PIC X(01) VALUE "N".
           01 WS-PERSON-TABLE.
               05 WS-PERSON-ENTRY OCCURS 500 TIMES.
                   10 WS-PRS-OPER-ID   PIC X(08).
                   10 WS-PRS-PERSON-ID PIC X(08).
           01 WS-PERSON-COUNT     PIC 9(03) VALUE ZEROES.
           01 WS-PERSON-IDX       PIC 9(03) VALUE ZEROES.
           01 WS-FIND-OPER-ID     PIC X(08) VALUE SPACES.
           01 WS-FOUND-PERSON     PIC X(08) VALUE SPACES.
           01 WS-REQ-PERSON       PIC X(08) VALUE SPACES.

      * The log lines in range that can evidence an exception, each
      * with its kind: S sign-on off hours or days, L lockout, U
      * unlock, Q approval requested, R approval released, C role
      * change, B batch run off window.
           01 WS-EVIDENCE-TABLE.
               05 WS-EVIDENCE-ENTRY OCCURS 5000 TIMES.
                   10 WS-EVD-KIND      PIC X(01).
                   10 WS-EVD-NOTE      PIC X(30).
                   10 WS-EVD-DATE      PIC 9(08).
                   10 WS-EVD-TIME      PIC 9(08).
                   10 WS-EVD-OPER-ID   PIC X(08).
                   10 WS-EVD-ACTION    PIC X(20).
                   10 WS-EVD-ACCT      PIC X(10).
                   10 WS-EVD-REASON    PIC X(40).
           01 WS-EVIDENCE-COUNT   PIC 9(04) VALUE ZEROES.
           01 WS-EVD-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-EVD-SCAN         PIC 9(04) VALUE ZEROES.
           01 WS-EVD-SHOW         PIC 9(04) VALUE ZEROES.
           01 WS-NEW-KIND         PIC X(01) VALUE SPACE.
           01 WS-NEW-NOTE         PIC X(30) VALUE SPACES.
           01 WS-FIRST-SEEN       PIC X(01) VALUE "N".
           01 WS-LOCK-COUNT       PIC 9(04) VALUE ZEROES.

      * The log line under review.
           01 WS-ACT-HHMM         PIC 9(04) VALUE ZEROES.
           01 WS-ACT-SSCC         PIC 9(04) VALUE ZEROES.

      * What operadm logs as a role change's reason.
      * Mirrors operadm's own WS-ROLE-NOTE layout field for field.
           01 WS-ROLE-NOTE.
               05 FILLER             PIC X(05).
               05 WS-RNT-OLD-ROLE    PIC X(01).
               05 FILLER             PIC X(04).
               05 WS-RNT-NEW-ROLE    PIC X(01).
               05 FILLER             PIC X(09).
               05 WS-RNT-SECOND-ID   PIC X(08).
               05 FILLER             PIC X(12).

      * Real-calendar stepping back a day for the range and the
      * batch window; 30/360 day numbers for dormancy, the shop's
      * convention for password age.
           01 WS-CALC-DATE.
               05 WS-CALC-YEAR     PIC 9(04).
               05 WS-CALC-MONTH    PIC 9(02).
               05 WS-CALC-DAY      PIC 9(02).
           01 WS-CALC-DATE-N REDEFINES WS-CALC-DATE PIC 9(08).
           01 WS-CALC-DAYS        PIC 9(07) VALUE ZEROES.
           01 WS-TO-DAYS          PIC 9(07) VALUE ZEROES.
           01 WS-IDLE-DAYS        PIC S9(07) VALUE ZEROES.
           01 WS-LEAP-QUOT        PIC 9(04) VALUE ZEROES.
           01 WS-LEAP-REM         PIC 9(04) VALUE ZEROES.
           01 WS-MONTH-LENGTHS    PIC X(24)
                   VALUE "312831303130313130313031".
           01 WS-MONTH-LENGTH-TBL REDEFINES WS-MONTH-LENGTHS.
               05 WS-MONTH-LENGTH  PIC 9(02) OCCURS 12 TIMES.

           01 WS-LOG-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-IN-RANGE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-SECTION-COUNTER  PIC 9(05) VALUE ZEROES.
           01 WS-SECTION-SKIPPED  PIC X(01) VALUE "N".
           01 WS-SIGNON-EXC       PIC 9(05) VALUE ZEROES.
           01 WS-LOCKOUT-EXC      PIC 9(05) VALUE ZEROES.
           01 WS-DORMANT-EXC      PIC 9(05) VALUE ZEROES.
           01 WS-TWO-ID-EXC       PIC 9(05) VALUE ZEROES.
           01 WS-ROLE-EXC         PIC 9(05) VALUE ZEROES.
           01 WS-BATCH-EXC        PIC 9(05) VALUE ZEROES.
           01 WS-EXCEPTION-TOTAL  PIC 9(05) VALUE ZEROES.

           01 WS-TITLE-LINE.
               05 FILLER           PIC X(33)
                   VALUE "OPERATOR ACCESS EXCEPTIONS  FROM ".
               05 WS-TTL-FROM      PIC 9(08).
               05 FILLER           PIC X(04) VALUE " TO ".
               05 WS-TTL-TO        PIC 9(08).

           01 WS-SECTION-LINE.
               05 FILLER           PIC X(09) VALUE "SECTION: ".
               05 WS-SCT-TITLE     PIC X(60).

           01 WS-EXCEPTION-LINE.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 FILLER           PIC X(11) VALUE "EXCEPTION  ".
               05 WS-EXL-OPER-ID   PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXL-TEXT      PIC X(60).

           01 WS-EVIDENCE-LINE.
               05 FILLER           PIC X(06) VALUE SPACES.
               05 FILLER           PIC X(10) VALUE "EVIDENCE  ".
               05 WS-EVL-DATE      PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EVL-TIME      PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EVL-OPER-ID   PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EVL-ACTION    PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EVL-ACCT      PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EVL-REASON    PIC X(40).

           01 WS-EDIT-COUNT       PIC Z(3)9.
           01 WS-EDIT-DAYS        PIC Z(6)9.

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL     PIC X(36).
               05 WS-CNT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 050-SET-RANGE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE AFTER TO DATE, REVIEW REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 100-LOAD-OPERATORS.
           PERFORM 150-LOAD-PERSONS.
           PERFORM 170-LOAD-CALENDAR.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "OPERATOR, PERSON, OR CALENDAR TABLE FULL, "
                       "REVIEW REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ACTIVITY-LOG.
           IF WS-ACTLOG-STATUS NOT = "00"
               DISPLAY "ACTIVLOG OPEN FAILED, STATUS: "
                       WS-ACTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ACTIVITY-LOG
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   ADD 1 TO WS-LOG-COUNTER
                   IF ACT-DATE IS NUMERIC
                           AND ACT-TIME IS NUMERIC
                           AND ACT-DATE <= WS-TO-DATE
                       PERFORM 200-REVIEW-LOG-LINE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ACTIVITY-LOG.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "EVIDENCE TABLE FULL, REVIEW REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE WS-FROM-DATE TO WS-TTL-FROM.
           MOVE WS-TO-DATE   TO WS-TTL-TO.
           MOVE WS-TITLE-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           IF WS-CALENDAR-PRESENT = "N"
               MOVE "RUNCAL CALENDAR NOT ON FILE, DAY CHECKS NOT MADE"
                   TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
           END-IF.

           PERFORM 300-REPORT-SIGN-ONS.
           PERFORM 400-REPORT-LOCKOUTS.
           PERFORM 500-REPORT-DORMANT-IDS.
           PERFORM 600-REPORT-TWO-ID-APPROVALS.
           PERFORM 700-REPORT-ROLE-CHANGES.
           PERFORM 750-REPORT-BATCH-RUNS.
           PERFORM 800-WRITE-TOTALS.
           CLOSE EXCEPTION-REPORT.

           DISPLAY "ACTIVITY LOG LINES IN RANGE: " WS-IN-RANGE-COUNTER.
           DISPLAY "ACCESS EXCEPTIONS LISTED: " WS-EXCEPTION-TOTAL.
           IF WS-EXCEPTION-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-SET-RANGE.
      * Two dates on the command line set the range, and a third
      * word the dormancy limit in days; anything else reviews the
      * seven days ending yesterday.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-FROM WS-PARM-TO
                    WS-PARM-DAYS COUNT IN WS-PARM-DAYS-LEN
           END-UNSTRING.
           IF WS-PARM-FROM IS NUMERIC AND WS-PARM-TO IS NUMERIC
               MOVE WS-PARM-FROM TO WS-FROM-DATE
               MOVE WS-PARM-TO   TO WS-TO-DATE
               IF WS-PARM-DAYS-LEN > 0 AND WS-PARM-DAYS-LEN <= 3
                   MOVE WS-PARM-DAYS(1:WS-PARM-DAYS-LEN)
                       TO WS-PARM-DAYS-RJ
                   INSPECT WS-PARM-DAYS-RJ
                       REPLACING LEADING SPACE BY "0"
                   IF WS-PARM-DAYS-RJ IS NUMERIC
                           AND WS-PARM-DAYS-RJ NOT = "000"
                       MOVE WS-PARM-DAYS-RJ TO WS-DORMANT-DAYS
                   END-IF
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-CALC-DATE-N
               PERFORM 920-PRIOR-DAY
               MOVE WS-CALC-DATE-N TO WS-TO-DATE
               PERFORM VARYING WS-BACK-COUNT FROM 1 BY 1
                       UNTIL WS-BACK-COUNT > 6
                   PERFORM 920-PRIOR-DAY
               END-PERFORM
               MOVE WS-CALC-DATE-N TO WS-FROM-DATE
           END-IF.
           MOVE WS-FROM-DATE TO WS-CALC-DATE-N.
           PERFORM 920-PRIOR-DAY.
           MOVE WS-CALC-DATE-N TO WS-CAL-FROM-DATE.
           MOVE WS-TO-DATE TO WS-CALC-DATE-N.
           PERFORM 900-DAY-NUMBER.
           MOVE WS-CALC-DAYS TO WS-TO-DAYS.

       100-LOAD-OPERATORS.
      * Every id on file; a missing file leaves the dormancy check
      * with nothing to judge.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OPERATOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-OPER-COUNT < 500
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPER-ID
                               TO WS-OPR-ID(WS-OPER-COUNT)
                           MOVE OPER-LOCKED
                               TO WS-OPR-LOCKED(WS-OPER-COUNT)
                           MOVE OPER-PWD-DATE
                               TO WS-OPR-PWD-DATE(WS-OPER-COUNT)
                           MOVE 0 TO WS-OPR-LAST-DATE(WS-OPER-COUNT)
                                     WS-OPR-LAST-TIME(WS-OPER-COUNT)
                           MOVE SPACES
                               TO WS-OPR-LAST-ACTION(WS-OPER-COUNT)
                       ELSE
                           MOVE "Y" TO WS-TABLE-FULL
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       150-LOAD-PERSONS.
           OPEN INPUT PERSON-FILE.
           IF WS-PERSON-STATUS = "00"
               MOVE "Y" TO WS-PERSON-PRESENT
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PERSON-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PERSON-COUNT < 500
                           ADD 1 TO WS-PERSON-COUNT
                           MOVE OPP-OPER-ID
                               TO WS-PRS-OPER-ID(WS-PERSON-COUNT)
                           MOVE OPP-PERSON-ID
                               TO WS-PRS-PERSON-ID(WS-PERSON-COUNT)
                       ELSE
                           MOVE "Y" TO WS-TABLE-FULL
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-FILE
           END-IF.

       170-LOAD-CALENDAR.
      * Only the business days the range can ask about: the range
      * itself and the day before, whose batch window runs into
      * the range's first morning.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               MOVE "Y" TO WS-CALENDAR-PRESENT
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CAL-DATE IS NUMERIC
                               AND CAL-DATE >= WS-CAL-FROM-DATE
                               AND CAL-DATE <= WS-TO-DATE
                           IF WS-CAL-COUNT < 400
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CAL-DATE
                                   TO WS-CAL-TBL-DATE(WS-CAL-COUNT)
                           ELSE
                               MOVE "Y" TO WS-TABLE-FULL
                               MOVE "Y" TO WS-EOF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       200-REVIEW-LOG-LINE.
      * Every line up to the range's end dates an id's last use;
      * only lines inside the range can evidence an exception.
           PERFORM 210-NOTE-LAST-USE.
           IF ACT-DATE >= WS-FROM-DATE
               ADD 1 TO WS-IN-RANGE-COUNTER
               DIVIDE ACT-TIME BY 10000
                   GIVING WS-ACT-HHMM
                   REMAINDER WS-ACT-SSCC
               MOVE SPACE  TO WS-NEW-KIND
               MOVE SPACES TO WS-NEW-NOTE
               EVALUATE ACT-ACTION
                   WHEN "SIGNED ON"
                       PERFORM 230-CHECK-SIGN-ON
                   WHEN "ID LOCKED"
                       MOVE "L" TO WS-NEW-KIND
                   WHEN "OPERATOR UNLOCKED"
                       MOVE "U" TO WS-NEW-KIND
                   WHEN "APPROVAL REQUESTED"
                       IF ACT-REASON NOT = SPACES
                           MOVE "Q" TO WS-NEW-KIND
                       END-IF
                   WHEN "APPROVAL RELEASED"
                       IF ACT-REASON NOT = SPACES
                           MOVE "R" TO WS-NEW-KIND
                       END-IF
                   WHEN "ROLE CHANGED"
                       MOVE "C" TO WS-NEW-KIND
                   WHEN "RAN BCUOTA"
                       PERFORM 240-CHECK-BATCH-RUN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-NEW-KIND NOT = SPACE
                   PERFORM 220-KEEP-EVIDENCE
               END-IF
           END-IF.

       210-NOTE-LAST-USE.
      * A refused or failed sign-on is not a use of the id.
           IF ACT-ACTION NOT = "SIGN-ON FAILED"
                   AND ACT-ACTION NOT = "ID LOCKED"
                   AND ACT-ACTION NOT = "ADMIN REFUSED"
                   AND ACT-ACTION NOT = "UNMASK REFUSED"
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WS-OPR-ID(WS-OPER-IDX) = ACT-OPER-ID
                       IF ACT-DATE > WS-OPR-LAST-DATE(WS-OPER-IDX)
                               OR (ACT-DATE
                                   = WS-OPR-LAST-DATE(WS-OPER-IDX)
                               AND ACT-TIME
                                   > WS-OPR-LAST-TIME(WS-OPER-IDX))
                           MOVE ACT-DATE
                               TO WS-OPR-LAST-DATE(WS-OPER-IDX)
                           MOVE ACT-TIME
                               TO WS-OPR-LAST-TIME(WS-OPER-IDX)
                           MOVE ACT-ACTION
                               TO WS-OPR-LAST-ACTION(WS-OPER-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       220-KEEP-EVIDENCE.
           IF WS-EVIDENCE-COUNT < 5000
               ADD 1 TO WS-EVIDENCE-COUNT
               MOVE WS-NEW-KIND  TO WS-EVD-KIND(WS-EVIDENCE-COUNT)
               MOVE WS-NEW-NOTE  TO WS-EVD-NOTE(WS-EVIDENCE-COUNT)
               MOVE ACT-DATE     TO WS-EVD-DATE(WS-EVIDENCE-COUNT)
               MOVE ACT-TIME     TO WS-EVD-TIME(WS-EVIDENCE-COUNT)
               MOVE ACT-OPER-ID  TO WS-EVD-OPER-ID(WS-EVIDENCE-COUNT)
               MOVE ACT-ACTION   TO WS-EVD-ACTION(WS-EVIDENCE-COUNT)
               MOVE ACT-ACCT     TO WS-EVD-ACCT(WS-EVIDENCE-COUNT)
               MOVE ACT-REASON   TO WS-EVD-REASON(WS-EVIDENCE-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-FULL
               MOVE "Y" TO WS-EOF
           END-IF.

       230-CHECK-SIGN-ON.
      * A day off the calendar outranks the hour of the day.
           MOVE ACT-DATE TO WS-CHK-DATE.
           PERFORM 940-CHECK-CALENDAR.
           IF WS-ON-CALENDAR = "N"
               MOVE "S" TO WS-NEW-KIND
               MOVE "SIGN-ON ON A NON-BUSINESS DAY" TO WS-NEW-NOTE
           ELSE
               IF WS-ACT-HHMM < WS-BUS-START
                       OR WS-ACT-HHMM >= WS-BUS-END
                   MOVE "S" TO WS-NEW-KIND
                   MOVE "SIGN-ON OUTSIDE BUSINESS HOURS"
                       TO WS-NEW-NOTE
               END-IF
           END-IF.

       240-CHECK-BATCH-RUN.
      * An evening run belongs to its own day and an early-morning
      * run to the day before; either way that day must be a
      * business day, and any other hour is off the window.
           IF WS-ACT-HHMM >= WS-BATCH-START
               MOVE ACT-DATE TO WS-CHK-DATE
               PERFORM 940-CHECK-CALENDAR
           ELSE
               IF WS-ACT-HHMM < WS-BATCH-END
                   MOVE ACT-DATE TO WS-CALC-DATE-N
                   PERFORM 920-PRIOR-DAY
                   MOVE WS-CALC-DATE-N TO WS-CHK-DATE
                   PERFORM 940-CHECK-CALENDAR
               ELSE
                   MOVE "B" TO WS-NEW-KIND
                   MOVE "BATCH RUN OUTSIDE ITS WINDOW" TO WS-NEW-NOTE
               END-IF
           END-IF.
           IF WS-NEW-KIND = SPACE AND WS-ON-CALENDAR = "N"
               MOVE "B" TO WS-NEW-KIND
               MOVE "BATCH RUN FOR NON-BUSINESS DAY" TO WS-NEW-NOTE
           END-IF.

       300-REPORT-SIGN-ONS.
           MOVE "SIGN-ONS OUTSIDE BUSINESS HOURS OR DAYS"
               TO WS-SCT-TITLE.
           PERFORM 850-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-EVD-IDX FROM 1 BY 1
                   UNTIL WS-EVD-IDX > WS-EVIDENCE-COUNT
               IF WS-EVD-KIND(WS-EVD-IDX) = "S"
                   MOVE WS-EVD-OPER-ID(WS-EVD-IDX) TO WS-EXL-OPER-ID
                   MOVE WS-EVD-NOTE(WS-EVD-IDX)    TO WS-EXL-TEXT
                   PERFORM 860-WRITE-EXCEPTION
                   MOVE WS-EVD-IDX TO WS-EVD-SHOW
                   PERFORM 870-WRITE-EVIDENCE
                   ADD 1 TO WS-SIGNON-EXC
               END-IF
           END-PERFORM.
           PERFORM 880-WRITE-SECTION-END.

       400-REPORT-LOCKOUTS.
      * Each id once, at its first lockout in the range; its
      * lockouts and the unlocks applied to it are the evidence.
           MOVE "REPEATED LOCKOUTS" TO WS-SCT-TITLE.
           PERFORM 850-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-EVD-IDX FROM 1 BY 1
                   UNTIL WS-EVD-IDX > WS-EVIDENCE-COUNT
               IF WS-EVD-KIND(WS-EVD-IDX) = "L"
                   PERFORM 410-COUNT-LOCKOUTS
                   IF WS-FIRST-SEEN = "Y"
                           AND WS-LOCK-COUNT >= WS-LOCKOUT-REPEAT
                       PERFORM 420-LIST-LOCKOUTS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 880-WRITE-SECTION-END.

       410-COUNT-LOCKOUTS.
           MOVE "Y" TO WS-FIRST-SEEN.
           MOVE 0 TO WS-LOCK-COUNT.
           PERFORM VARYING WS-EVD-SCAN FROM 1 BY 1
                   UNTIL WS-EVD-SCAN > WS-EVIDENCE-COUNT
               IF WS-EVD-KIND(WS-EVD-SCAN) = "L"
                       AND WS-EVD-OPER-ID(WS-EVD-SCAN)
                           = WS-EVD-OPER-ID(WS-EVD-IDX)
                   ADD 1 TO WS-LOCK-COUNT
                   IF WS-EVD-SCAN < WS-EVD-IDX
                       MOVE "N" TO WS-FIRST-SEEN
                   END-IF
               END-IF
           END-PERFORM.

       420-LIST-LOCKOUTS.
           MOVE WS-EVD-OPER-ID(WS-EVD-IDX) TO WS-EXL-OPER-ID.
           MOVE WS-LOCK-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-EXL-TEXT.
           STRING "ID LOCKED OUT " DELIMITED BY SIZE
                  WS-EDIT-COUNT    DELIMITED BY SIZE
                  " TIMES"         DELIMITED BY SIZE
                  INTO WS-EXL-TEXT
           END-STRING.
           PERFORM 860-WRITE-EXCEPTION.
           PERFORM VARYING WS-EVD-SCAN FROM 1 BY 1
                   UNTIL WS-EVD-SCAN > WS-EVIDENCE-COUNT
               IF (WS-EVD-KIND(WS-EVD-SCAN) = "L"
                       AND WS-EVD-OPER-ID(WS-EVD-SCAN)
                           = WS-EVD-OPER-ID(WS-EVD-IDX))
                   OR (WS-EVD-KIND(WS-EVD-SCAN) = "U"
                       AND WS-EVD-ACCT(WS-EVD-SCAN)
                           = WS-EVD-OPER-ID(WS-EVD-IDX))
                   MOVE WS-EVD-SCAN TO WS-EVD-SHOW
                   PERFORM 870-WRITE-EVIDENCE
               END-IF
           END-PERFORM.
           ADD 1 TO WS-LOCKOUT-EXC.

       500-REPORT-DORMANT-IDS.
      * Enabled means not locked; an id never used on the log is
      * judged from the date its password was issued or reset.
           MOVE "DORMANT IDS STILL ENABLED" TO WS-SCT-TITLE.
           PERFORM 850-WRITE-SECTION-HEADING.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "  OPERATORS FILE NOT ON FILE, NOT CHECKED"
                   TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
               MOVE "Y" TO WS-SECTION-SKIPPED
           END-IF.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPR-LOCKED(WS-OPER-IDX) NOT = "Y"
                   PERFORM 510-CHECK-DORMANT
               END-IF
           END-PERFORM.
           PERFORM 880-WRITE-SECTION-END.

       510-CHECK-DORMANT.
           IF WS-OPR-LAST-DATE(WS-OPER-IDX) > 0
               MOVE WS-OPR-LAST-DATE(WS-OPER-IDX) TO WS-CALC-DATE-N
           ELSE
               MOVE WS-OPR-PWD-DATE(WS-OPER-IDX) TO WS-CALC-DATE-N
           END-IF.
           IF WS-CALC-DATE-N IS NUMERIC AND WS-CALC-DATE-N > 0
               PERFORM 900-DAY-NUMBER
               COMPUTE WS-IDLE-DAYS = WS-TO-DAYS - WS-CALC-DAYS
           ELSE
               MOVE 9999999 TO WS-IDLE-DAYS
           END-IF.
           IF WS-IDLE-DAYS > WS-DORMANT-DAYS
               MOVE WS-OPR-ID(WS-OPER-IDX) TO WS-EXL-OPER-ID
               MOVE WS-IDLE-DAYS TO WS-EDIT-DAYS
               MOVE SPACES TO WS-EXL-TEXT
               STRING "ENABLED, UNUSED " DELIMITED BY SIZE
                      WS-EDIT-DAYS       DELIMITED BY SIZE
                      " DAYS"            DELIMITED BY SIZE
                      INTO WS-EXL-TEXT
               END-STRING
               PERFORM 860-WRITE-EXCEPTION
               MOVE SPACES TO WS-EVL-ACCT
               IF WS-OPR-LAST-DATE(WS-OPER-IDX) > 0
                   MOVE WS-OPR-LAST-DATE(WS-OPER-IDX) TO WS-EVL-DATE
                   MOVE WS-OPR-LAST-TIME(WS-OPER-IDX) TO WS-EVL-TIME
                   MOVE WS-OPR-ID(WS-OPER-IDX)     TO WS-EVL-OPER-ID
                   MOVE WS-OPR-LAST-ACTION(WS-OPER-IDX)
                       TO WS-EVL-ACTION
                   MOVE "LAST USE ON THE LOG" TO WS-EVL-REASON
               ELSE
                   MOVE WS-OPR-PWD-DATE(WS-OPER-IDX) TO WS-EVL-DATE
                   MOVE 0 TO WS-EVL-TIME
                   MOVE WS-OPR-ID(WS-OPER-IDX)     TO WS-EVL-OPER-ID
                   MOVE "PASSWORD SET"        TO WS-EVL-ACTION
                   MOVE "NO USE ON THE LOG"   TO WS-EVL-REASON
               END-IF
               MOVE WS-EVIDENCE-LINE TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
               ADD 1 TO WS-DORMANT-EXC
           END-IF.

       600-REPORT-TWO-ID-APPROVALS.
      * A release is paired with a request for the same entry on
      * the same day under a different id held by the same person.
           MOVE "SAME PERSON REQUESTED AND RELEASED UNDER TWO IDS"
               TO WS-SCT-TITLE.
           PERFORM 850-WRITE-SECTION-HEADING.
           IF WS-PERSON-PRESENT = "N"
               MOVE
                   "  OPERPERS CROSS-REFERENCE NOT ON FILE, NOT CHECKED"
                   TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
               MOVE "Y" TO WS-SECTION-SKIPPED
           ELSE
               PERFORM VARYING WS-EVD-IDX FROM 1 BY 1
                       UNTIL WS-EVD-IDX > WS-EVIDENCE-COUNT
                   IF WS-EVD-KIND(WS-EVD-IDX) = "R"
                       PERFORM 610-PAIR-RELEASE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 880-WRITE-SECTION-END.

       610-PAIR-RELEASE.
           MOVE WS-EVD-OPER-ID(WS-EVD-IDX) TO WS-FIND-OPER-ID.
           PERFORM 950-FIND-PERSON.
           MOVE WS-FOUND-PERSON TO WS-REQ-PERSON.
           IF WS-REQ-PERSON NOT = SPACES
               PERFORM VARYING WS-EVD-SCAN FROM 1 BY 1
                       UNTIL WS-EVD-SCAN > WS-EVIDENCE-COUNT
                   IF WS-EVD-KIND(WS-EVD-SCAN) = "Q"
                           AND WS-EVD-DATE(WS-EVD-SCAN)
                               = WS-EVD-DATE(WS-EVD-IDX)
                           AND WS-EVD-REASON(WS-EVD-SCAN)
                               = WS-EVD-REASON(WS-EVD-IDX)
                           AND WS-EVD-OPER-ID(WS-EVD-SCAN)
                               NOT = WS-EVD-OPER-ID(WS-EVD-IDX)
                       MOVE WS-EVD-OPER-ID(WS-EVD-SCAN)
                           TO WS-FIND-OPER-ID
                       PERFORM 950-FIND-PERSON
                       IF WS-FOUND-PERSON = WS-REQ-PERSON
                           PERFORM 620-LIST-TWO-ID-PAIR
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       620-LIST-TWO-ID-PAIR.
           MOVE WS-EVD-OPER-ID(WS-EVD-IDX) TO WS-EXL-OPER-ID.
           MOVE SPACES TO WS-EXL-TEXT.
           STRING "RELEASED OWN REQUEST FROM ID " DELIMITED BY SIZE
                  WS-EVD-OPER-ID(WS-EVD-SCAN)    DELIMITED BY SPACE
                  ", PERSON "                    DELIMITED BY SIZE
                  WS-REQ-PERSON                  DELIMITED BY SIZE
                  INTO WS-EXL-TEXT
           END-STRING.
           PERFORM 860-WRITE-EXCEPTION.
           MOVE WS-EVD-SCAN TO WS-EVD-SHOW.
           PERFORM 870-WRITE-EVIDENCE.
           MOVE WS-EVD-IDX TO WS-EVD-SHOW.
           PERFORM 870-WRITE-EVIDENCE.
           ADD 1 TO WS-TWO-ID-EXC.

       700-REPORT-ROLE-CHANGES.
      * A change logged with no co-signer - including any logged
      * before operadm recorded one - had one administrator only.
           MOVE "ROLE CHANGES WITHOUT A SECOND ADMINISTRATOR"
               TO WS-SCT-TITLE.
           PERFORM 850-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-EVD-IDX FROM 1 BY 1
                   UNTIL WS-EVD-IDX > WS-EVIDENCE-COUNT
               IF WS-EVD-KIND(WS-EVD-IDX) = "C"
                   MOVE WS-EVD-REASON(WS-EVD-IDX) TO WS-ROLE-NOTE
                   IF WS-RNT-SECOND-ID = SPACES
                       MOVE WS-EVD-OPER-ID(WS-EVD-IDX)
                           TO WS-EXL-OPER-ID
                       MOVE SPACES TO WS-EXL-TEXT
                       STRING "CHANGED ROLE OF "  DELIMITED BY SIZE
                              WS-EVD-ACCT(WS-EVD-IDX)
                                                  DELIMITED BY SPACE
                              " ALONE"            DELIMITED BY SIZE
                              INTO WS-EXL-TEXT
                       END-STRING
                       PERFORM 860-WRITE-EXCEPTION
                       MOVE WS-EVD-IDX TO WS-EVD-SHOW
                       PERFORM 870-WRITE-EVIDENCE
                       ADD 1 TO WS-ROLE-EXC
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 880-WRITE-SECTION-END.

       750-REPORT-BATCH-RUNS.
           MOVE "BATCH RUN FROM THE MENU OUTSIDE ITS WINDOW"
               TO WS-SCT-TITLE.
           PERFORM 850-WRITE-SECTION-HEADING.
           PERFORM VARYING WS-EVD-IDX FROM 1 BY 1
                   UNTIL WS-EVD-IDX > WS-EVIDENCE-COUNT
               IF WS-EVD-KIND(WS-EVD-IDX) = "B"
                   MOVE WS-EVD-OPER-ID(WS-EVD-IDX) TO WS-EXL-OPER-ID
                   MOVE WS-EVD-NOTE(WS-EVD-IDX)    TO WS-EXL-TEXT
                   PERFORM 860-WRITE-EXCEPTION
                   MOVE WS-EVD-IDX TO WS-EVD-SHOW
                   PERFORM 870-WRITE-EVIDENCE
                   ADD 1 TO WS-BATCH-EXC
               END-IF
           END-PERFORM.
           PERFORM 880-WRITE-SECTION-END.

       800-WRITE-TOTALS.
           COMPUTE WS-EXCEPTION-TOTAL = WS-SIGNON-EXC
                                      + WS-LOCKOUT-EXC
                                      + WS-DORMANT-EXC
                                      + WS-TWO-ID-EXC
                                      + WS-ROLE-EXC
                                      + WS-BATCH-EXC.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "ACTIVITY LOG LINES READ:"       TO WS-CNT-LABEL.
           MOVE WS-LOG-COUNTER                   TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "ACTIVITY LOG LINES IN RANGE:"   TO WS-CNT-LABEL.
           MOVE WS-IN-RANGE-COUNTER              TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "OFF-HOURS OR OFF-DAY SIGN-ONS:" TO WS-CNT-LABEL.
           MOVE WS-SIGNON-EXC                    TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "REPEATED LOCKOUTS:"             TO WS-CNT-LABEL.
           MOVE WS-LOCKOUT-EXC                   TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "DORMANT IDS STILL ENABLED:"     TO WS-CNT-LABEL.
           MOVE WS-DORMANT-EXC                   TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "REQUESTED AND RELEASED, TWO IDS:" TO WS-CNT-LABEL.
           MOVE WS-TWO-ID-EXC                    TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "ROLE CHANGES, ONE ADMINISTRATOR:" TO WS-CNT-LABEL.
           MOVE WS-ROLE-EXC                      TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "BATCH RUNS OFF WINDOW:"         TO WS-CNT-LABEL.
           MOVE WS-BATCH-EXC                     TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE "TOTAL ACCESS EXCEPTIONS:"       TO WS-CNT-LABEL.
           MOVE WS-EXCEPTION-TOTAL               TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
      * The review is signed off on the report itself.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE
               "REVIEWED BY: ____________________  DATE: __________"
               TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE
               "SECURITY SIGN-OFF: ______________  DATE: __________"
               TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

       850-WRITE-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-COUNTER.
           MOVE "N" TO WS-SECTION-SKIPPED.
           MOVE SPACES TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE WS-SECTION-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

       860-WRITE-EXCEPTION.
           ADD 1 TO WS-SECTION-COUNTER.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

       870-WRITE-EVIDENCE.
           MOVE WS-EVD-DATE(WS-EVD-SHOW)    TO WS-EVL-DATE.
           MOVE WS-EVD-TIME(WS-EVD-SHOW)    TO WS-EVL-TIME.
           MOVE WS-EVD-OPER-ID(WS-EVD-SHOW) TO WS-EVL-OPER-ID.
           MOVE WS-EVD-ACTION(WS-EVD-SHOW)  TO WS-EVL-ACTION.
           MOVE WS-EVD-ACCT(WS-EVD-SHOW)    TO WS-EVL-ACCT.
           MOVE WS-EVD-REASON(WS-EVD-SHOW)  TO WS-EVL-REASON.
           MOVE WS-EVIDENCE-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

       880-WRITE-SECTION-END.
           IF WS-SECTION-COUNTER = 0 AND WS-SECTION-SKIPPED = "N"
               MOVE "  NONE" TO EXCEPTION-REPORT-REC
               WRITE EXCEPTION-REPORT-REC
           END-IF.

       900-DAY-NUMBER.
      * 30/360 day number of WS-CALC-DATE into WS-CALC-DAYS.
           COMPUTE WS-CALC-DAYS = WS-CALC-YEAR * 360
                                + WS-CALC-MONTH * 30
                                + WS-CALC-DAY.

       920-PRIOR-DAY.
      * WS-CALC-DATE back one real calendar day.
           IF WS-CALC-DAY > 1
               SUBTRACT 1 FROM WS-CALC-DAY
           ELSE
               IF WS-CALC-MONTH > 1
                   SUBTRACT 1 FROM WS-CALC-MONTH
               ELSE
                   MOVE 12 TO WS-CALC-MONTH
                   SUBTRACT 1 FROM WS-CALC-YEAR
               END-IF
               MOVE WS-MONTH-LENGTH(WS-CALC-MONTH) TO WS-CALC-DAY
               IF WS-CALC-MONTH = 2
                   DIVIDE WS-CALC-YEAR BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-CALC-DAY
                       DIVIDE WS-CALC-YEAR BY 100
                           GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 28 TO WS-CALC-DAY
                           DIVIDE WS-CALC-YEAR BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               MOVE 29 TO WS-CALC-DAY
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       940-CHECK-CALENDAR.
      * With no calendar every day is taken as a business day.
           IF WS-CALENDAR-PRESENT = "N"
               MOVE "Y" TO WS-ON-CALENDAR
           ELSE
               MOVE "N" TO WS-ON-CALENDAR
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                          OR WS-ON-CALENDAR = "Y"
                   IF WS-CAL-TBL-DATE(WS-CAL-IDX) = WS-CHK-DATE
                       MOVE "Y" TO WS-ON-CALENDAR
                   END-IF
               END-PERFORM
           END-IF.

       950-FIND-PERSON.
      * The person behind WS-FIND-OPER-ID, spaces when not listed.
           MOVE SPACES TO WS-FOUND-PERSON.
           PERFORM VARYING WS-PERSON-IDX FROM 1 BY 1
                   UNTIL WS-PERSON-IDX > WS-PERSON-COUNT
                      OR WS-FOUND-PERSON NOT = SPACES
               IF WS-PRS-OPER-ID(WS-PERSON-IDX) = WS-FIND-OPER-ID
                   MOVE WS-PRS-PERSON-ID(WS-PERSON-IDX)
                       TO WS-FOUND-PERSON
               END-IF
           END-PERFORM.
