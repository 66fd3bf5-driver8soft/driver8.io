      ******************************************************************
      *
      * Monthly SCRA Protection Expiration Report
      * ==========================================
      *
      * Walks the MILSTAT military-status file and lists on the
      * "milexprpt" report every servicemember whose protection
      * period - active duty plus the year after it - runs out within
      * the coming window, with the duty end, the last protected day,
      * and the days left, so collections and default servicing know
      * which holds are about to come off.  Protections that ran out
      * since the last month's run are listed too, and those accounts
      * are stamped onto the pricing delta file so bcuota lifts the
      * SCRA rate cap at the next pricing run.  Borrowers still on
      * active duty have no end date yet and are only counted.  Run
      * at month end.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. milexp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

           SELECT EXPIRE-REPORT ASSIGN TO "milexprpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Accounts changed since the last full pricing run, appended
      * here for bcuota's changed-accounts-only DELTA mode.
           SELECT DELTA-FILE ASSIGN TO "deltaacc"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       FD EXPIRE-REPORT.
           01 EXPIRE-REPORT-REC PIC X(80).

       FD DELTA-FILE.
           01 DELTA-REC.
               05 DELTA-ACC          PIC X(10).

       WORKING-STORAGE SECTION.
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-EOF      PIC X(01) VALUE "N".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-END-YEAR         PIC 9(04).
           01 WS-END-MMDD         PIC 9(04).
           01 WS-END-MONTH        PIC 9(02).
           01 WS-END-DAY          PIC 9(02).
           01 WS-END-TOTAL-DAYS   PIC 9(07).
           01 WS-DAYS-LEFT        PIC S9(07).

      * Protections ending within this many days are listed as
      * expiring; those ended within the lookback (one monthly cycle)
      * are listed as expired and repriced.
           01 WS-WINDOW-DAYS      PIC 9(03) VALUE 90.
           01 WS-LOOKBACK-DAYS    PIC 9(03) VALUE 30.

           01 WS-ON-DUTY-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-POST-SVC-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-EXPIRING-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-EXPIRED-COUNTER  PIC 9(09) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(12) VALUE "ACCOUNT".
               05 FILLER PIC X(10) VALUE "DUTY END".
               05 FILLER PIC X(10) VALUE "PROT END".
               05 FILLER PIC X(07) VALUE "  DAYS".
               05 FILLER PIC X(10) VALUE "SOURCE".
               05 FILLER PIC X(10) VALUE "VERIFIED".
               05 FILLER PIC X(08) VALUE "ACTION".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DUTY-END  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-PROT-END  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DAYS      PIC -ZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-SOURCE    PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-VERIFIED  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(08).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS NOT = "00"
               DISPLAY "MILSTAT OPEN FAILED, STATUS: "
                       WS-MILSTAT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXPIRE-REPORT.
           OPEN EXTEND DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF.
           MOVE WS-HEADER-LINE TO EXPIRE-REPORT-REC.
           WRITE EXPIRE-REPORT-REC.

           PERFORM UNTIL WS-MILSTAT-EOF = "Y"
               READ MILSTAT NEXT RECORD
               AT END MOVE "Y" TO WS-MILSTAT-EOF
               NOT AT END
                   PERFORM 100-CHECK-PROTECTION
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE MILSTAT.
           CLOSE EXPIRE-REPORT.
           CLOSE DELTA-FILE.

           DISPLAY "PROTECTIONS EXPIRING: " WS-EXPIRING-COUNTER.
           DISPLAY "PROTECTIONS EXPIRED: "  WS-EXPIRED-COUNTER.
           GOBACK.

       100-CHECK-PROTECTION.
      * Still serving: the protection has no end in sight yet.
           IF MIL-DUTY-END = 0
               ADD 1 TO WS-ON-DUTY-COUNTER
           ELSE
               PERFORM 200-CHECK-POST-SERVICE
           END-IF.

       200-CHECK-POST-SERVICE.
           DIVIDE MIL-PROTECT-END BY 10000
               GIVING WS-END-YEAR
               REMAINDER WS-END-MMDD.
           DIVIDE WS-END-MMDD BY 100
               GIVING WS-END-MONTH
               REMAINDER WS-END-DAY.
           COMPUTE WS-END-TOTAL-DAYS =
                   WS-END-YEAR * 360 + WS-END-MONTH * 30
                   + WS-END-DAY.
           COMPUTE WS-DAYS-LEFT =
                   WS-END-TOTAL-DAYS - WS-RUN-TOTAL-DAYS.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT >= 0
                       AND WS-DAYS-LEFT <= WS-WINDOW-DAYS
                   ADD 1 TO WS-POST-SVC-COUNTER
                   ADD 1 TO WS-EXPIRING-COUNTER
                   MOVE "EXPIRING" TO WS-DTL-ACTION
                   PERFORM 850-WRITE-DETAIL
               WHEN WS-DAYS-LEFT > WS-WINDOW-DAYS
                   ADD 1 TO WS-POST-SVC-COUNTER
               WHEN WS-DAYS-LEFT + WS-LOOKBACK-DAYS >= 0
                   ADD 1 TO WS-EXPIRED-COUNTER
                   MOVE "EXPIRED" TO WS-DTL-ACTION
                   PERFORM 850-WRITE-DETAIL
                   MOVE SPACES TO DELTA-REC
                   MOVE MIL-ACCT-NO TO DELTA-ACC
                   WRITE DELTA-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       850-WRITE-DETAIL.
           MOVE MIL-ACCT-NO     TO WS-DTL-ACC.
           MOVE MIL-DUTY-END    TO WS-DTL-DUTY-END.
           MOVE MIL-PROTECT-END TO WS-DTL-PROT-END.
           MOVE WS-DAYS-LEFT    TO WS-DTL-DAYS.
           MOVE MIL-SOURCE      TO WS-DTL-SOURCE.
           MOVE MIL-VERIFY-DATE TO WS-DTL-VERIFIED.
           MOVE WS-DETAIL-LINE TO EXPIRE-REPORT-REC.
           WRITE EXPIRE-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXPIRE-REPORT-REC.
           WRITE EXPIRE-REPORT-REC.

           MOVE "ON ACTIVE DUTY:"        TO WS-TOT-LABEL.
           MOVE WS-ON-DUTY-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EXPIRE-REPORT-REC.
           WRITE EXPIRE-REPORT-REC.

           MOVE "IN POST-SERVICE YEAR:"  TO WS-TOT-LABEL.
           MOVE WS-POST-SVC-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EXPIRE-REPORT-REC.
           WRITE EXPIRE-REPORT-REC.

           MOVE "EXPIRING IN WINDOW:"    TO WS-TOT-LABEL.
           MOVE WS-EXPIRING-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EXPIRE-REPORT-REC.
           WRITE EXPIRE-REPORT-REC.

           MOVE "EXPIRED SINCE LAST RUN:" TO WS-TOT-LABEL.
           MOVE WS-EXPIRED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO EXPIRE-REPORT-REC.
           WRITE EXPIRE-REPORT-REC.
