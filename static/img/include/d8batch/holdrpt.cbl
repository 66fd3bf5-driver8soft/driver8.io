      ******************************************************************
      *
      * Daily Service-Hold Expiry and Age Report
      * =========================================
      *
      * Walks the ACCTHOLD service-hold file and lists on the
      * "holdrpt" report every active hold the desk should look at:
      * the account and hold type, start and expiry dates, the
      * operator who placed it, a day count, and a flag.  A hold
      * whose expiry date falls within the warning window is flagged
      * EXPIRING with the days it has left; one that has stood
      * longer than the age limit is flagged OPEN TOO LONG with the
      * days it has been open; and one whose expiry date has passed
      * is flagged EXPIRED and marked EXPIRED on the file, so the
      * file shows what svchold already stopped honoring.  Totals
      * give the active holds by type and the three flag counts.  A
      * site with no hold file yet prints an empty report.  Run
      * daily.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTHOLD ASSIGN TO "ACCTHOLD"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS WS-ACCTHOLD-STATUS.

           SELECT HOLD-REPORT ASSIGN TO "holdrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared account service-hold record; see holdrec.cpy.
       FD ACCTHOLD.
           COPY "holdrec.cpy".

       FD HOLD-REPORT.
           01 HOLD-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-ACCTHOLD-STATUS  PIC X(02) VALUE "00".
           01 WS-ACCTHOLD-EOF     PIC X(01) VALUE "N".

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-CNV-DATE         PIC 9(08).
           01 WS-CNV-YEAR         PIC 9(04).
           01 WS-CNV-MMDD         PIC 9(04).
           01 WS-CNV-MONTH        PIC 9(02).
           01 WS-CNV-DAY          PIC 9(02).
           01 WS-CNV-TOTAL-DAYS   PIC 9(07).
           01 WS-DAYS-LEFT        PIC S9(07).
           01 WS-DAYS-OPEN        PIC S9(07).

      * An expiry this many days out or nearer is expiring; a hold
      * standing longer than the age limit is open too long.
           01 WS-WARN-DAYS        PIC 9(03) VALUE 7.
           01 WS-AGE-LIMIT        PIC 9(03) VALUE 90.

           01 WS-ACTIVE-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-ACH-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-LTR-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-LCH-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-CBR-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-DNC-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-EXPIRING-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-TOO-LONG-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-EXPIRED-COUNTER  PIC 9(09) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(11) VALUE "ACCOUNT".
               05 FILLER PIC X(05) VALUE "TYP".
               05 FILLER PIC X(10) VALUE "START".
               05 FILLER PIC X(10) VALUE "EXPIRY".
               05 FILLER PIC X(09) VALUE "OPERATOR".
               05 FILLER PIC X(07) VALUE " DAYS".
               05 FILLER PIC X(13) VALUE "FLAG".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-TYPE      PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-START     PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-EXPIRY    PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-OPERATOR  PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-DAYS      PIC -ZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-FLAG      PIC X(13).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           OPEN I-O ACCTHOLD.
           IF WS-ACCTHOLD-STATUS = "35"
               MOVE "Y" TO WS-ACCTHOLD-EOF
           ELSE
               IF WS-ACCTHOLD-STATUS NOT = "00"
                   DISPLAY "ACCTHOLD OPEN FAILED, STATUS: "
                           WS-ACCTHOLD-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           OPEN OUTPUT HOLD-REPORT.
           MOVE WS-HEADER-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           PERFORM UNTIL WS-ACCTHOLD-EOF = "Y"
               READ ACCTHOLD NEXT RECORD
               AT END MOVE "Y" TO WS-ACCTHOLD-EOF
               NOT AT END
                   IF HOLD-ST-ACTIVE
                       PERFORM 100-REVIEW-HOLD
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           IF WS-ACCTHOLD-STATUS NOT = "35"
               CLOSE ACCTHOLD
           END-IF.
           CLOSE HOLD-REPORT.

           DISPLAY "ACTIVE HOLDS: "        WS-ACTIVE-COUNTER.
           DISPLAY "HOLDS EXPIRING: "      WS-EXPIRING-COUNTER.
           DISPLAY "HOLDS OPEN TOO LONG: " WS-TOO-LONG-COUNTER.
           DISPLAY "HOLDS EXPIRED: "       WS-EXPIRED-COUNTER.
           GOBACK.

       100-REVIEW-HOLD.
           MOVE 0 TO WS-DAYS-LEFT.
           IF HOLD-EXPIRY-DATE > 0
               MOVE HOLD-EXPIRY-DATE TO WS-CNV-DATE
               PERFORM 200-DATE-TO-DAYS
               COMPUTE WS-DAYS-LEFT =
                       WS-CNV-TOTAL-DAYS - WS-RUN-TOTAL-DAYS
           END-IF.
           MOVE HOLD-START-DATE TO WS-CNV-DATE.
           PERFORM 200-DATE-TO-DAYS.
           COMPUTE WS-DAYS-OPEN =
                   WS-RUN-TOTAL-DAYS - WS-CNV-TOTAL-DAYS.

      * A lapsed hold leaves the active counts; svchold stopped
      * honoring it the day after its expiry date.
           IF HOLD-EXPIRY-DATE > 0
                   AND HOLD-EXPIRY-DATE < WS-RUN-DATE-N
               MOVE "E" TO HOLD-STATUS
               REWRITE HOLD-RECORD
               ADD 1 TO WS-EXPIRED-COUNTER
               MOVE WS-DAYS-LEFT TO WS-DTL-DAYS
               MOVE "EXPIRED" TO WS-DTL-FLAG
               PERFORM 850-WRITE-DETAIL
           ELSE
               ADD 1 TO WS-ACTIVE-COUNTER
               EVALUATE TRUE
                   WHEN HOLD-TYPE-ACH
                       ADD 1 TO WS-ACH-COUNTER
                   WHEN HOLD-TYPE-LETTERS
                       ADD 1 TO WS-LTR-COUNTER
                   WHEN HOLD-TYPE-LATE-CHG
                       ADD 1 TO WS-LCH-COUNTER
                   WHEN HOLD-TYPE-BUREAU
                       ADD 1 TO WS-CBR-COUNTER
                   WHEN OTHER
                       ADD 1 TO WS-DNC-COUNTER
               END-EVALUATE
               EVALUATE TRUE
                   WHEN HOLD-EXPIRY-DATE > 0
                           AND WS-DAYS-LEFT <= WS-WARN-DAYS
                       ADD 1 TO WS-EXPIRING-COUNTER
                       MOVE WS-DAYS-LEFT TO WS-DTL-DAYS
                       MOVE "EXPIRING" TO WS-DTL-FLAG
                       PERFORM 850-WRITE-DETAIL
                   WHEN WS-DAYS-OPEN > WS-AGE-LIMIT
                       ADD 1 TO WS-TOO-LONG-COUNTER
                       MOVE WS-DAYS-OPEN TO WS-DTL-DAYS
                       MOVE "OPEN TOO LONG" TO WS-DTL-FLAG
                       PERFORM 850-WRITE-DETAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       200-DATE-TO-DAYS.
           DIVIDE WS-CNV-DATE BY 10000
               GIVING WS-CNV-YEAR
               REMAINDER WS-CNV-MMDD.
           DIVIDE WS-CNV-MMDD BY 100
               GIVING WS-CNV-MONTH
               REMAINDER WS-CNV-DAY.
           COMPUTE WS-CNV-TOTAL-DAYS =
                   WS-CNV-YEAR * 360 + WS-CNV-MONTH * 30
                   + WS-CNV-DAY.

       850-WRITE-DETAIL.
           MOVE HOLD-ACCT-NO      TO WS-DTL-ACC.
           MOVE HOLD-TYPE         TO WS-DTL-TYPE.
           MOVE HOLD-START-DATE   TO WS-DTL-START.
           MOVE HOLD-EXPIRY-DATE  TO WS-DTL-EXPIRY.
           MOVE HOLD-OPERATOR     TO WS-DTL-OPERATOR.
           MOVE WS-DETAIL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "ACTIVE HOLDS:"          TO WS-TOT-LABEL.
           MOVE WS-ACTIVE-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "  ACH:"                 TO WS-TOT-LABEL.
           MOVE WS-ACH-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "  LETTERS:"             TO WS-TOT-LABEL.
           MOVE WS-LTR-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "  LATE CHARGES:"        TO WS-TOT-LABEL.
           MOVE WS-LCH-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "  CREDIT REPORTING:"    TO WS-TOT-LABEL.
           MOVE WS-CBR-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "  DO NOT CALL:"         TO WS-TOT-LABEL.
           MOVE WS-DNC-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "EXPIRING:"              TO WS-TOT-LABEL.
           MOVE WS-EXPIRING-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "OPEN TOO LONG:"         TO WS-TOT-LABEL.
           MOVE WS-TOO-LONG-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.

           MOVE "EXPIRED:"               TO WS-TOT-LABEL.
           MOVE WS-EXPIRED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-REC.
           WRITE HOLD-REPORT-REC.
