      ******************************************************************
      *
      * Open Loss-Draft Claims Report
      * ==============================
      *
      * Monthly walk of the LOSSDRFT claim file lossdrft keeps,
      * listing on "lossrpt" every open claim - its carrier, what
      * was received, what is still held in the restricted balance,
      * the repair's percent complete at the last inspection, and
      * the days since the last release (since the claim opened when
      * nothing has been released yet) - paginated like the other
      * printer reports.  Claims idle past WS-STALE-DAYS are marked
      * so the desk chases the borrower and the inspector.  Day
      * arithmetic is the same 30/360 convention the aging chain
      * uses.  Closed claims are counted but not listed.  With no
      * claim file yet the report simply shows nothing open.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lossrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOSSDRFT ASSIGN TO "LOSSDRFT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LD-KEY
           FILE STATUS IS WS-LOSSDRFT-STATUS.

           SELECT LOSS-REPORT ASSIGN TO "lossrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared loss-draft claim record; see lossrec.cpy.
       FD LOSSDRFT.
           COPY "lossrec.cpy".

       FD LOSS-REPORT.
           01 LOSS-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOSSDRFT-STATUS  PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-EDIT.
               05 WS-RUN-DATE-MM   PIC 9(02).
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-RUN-DATE-DD   PIC 9(02).
               05 FILLER           PIC X(01) VALUE "/".
               05 WS-RUN-DATE-YYYY PIC 9(04).

      * 30/360 day math, the same aging arithmetic delinqage uses.
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-LAST-DATE        PIC 9(08).
           01 WS-LAST-YEAR        PIC 9(04).
           01 WS-LAST-MMDD        PIC 9(04).
           01 WS-LAST-MONTH       PIC 9(02).
           01 WS-LAST-DAY         PIC 9(02).
           01 WS-LAST-TOTAL-DAYS  PIC 9(07).
           01 WS-DAYS-IDLE        PIC S9(07).

      * A claim with no release for this many days is marked.
           01 WS-STALE-DAYS       PIC 9(04) VALUE 60.

      * Pagination.  WS-LINES-PER-PAGE controls how many detail lines
      * appear before the next page header is thrown.
           01 WS-LINES-PER-PAGE   PIC 9(03) VALUE 20.
           01 WS-LINE-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-PAGE-NUMBER      PIC 9(05) VALUE ZEROES.

           01 WS-CLAIM-COUNT      PIC 9(07) VALUE ZEROES.
           01 WS-OPEN-COUNT       PIC 9(07) VALUE ZEROES.
           01 WS-STALE-COUNT      PIC 9(07) VALUE ZEROES.
           01 WS-GRAND-RECEIVED   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-GRAND-HELD       PIC 9(11)V9(02) VALUE ZEROES.

           01 WS-PAGE-HEADER-1.
               05 FILLER           PIC X(12) VALUE "LOSS DRAFTS".
               05 FILLER           PIC X(08) VALUE SPACES.
               05 FILLER           PIC X(10) VALUE "RUN DATE:".
               05 WS-HDR-RUN-DATE  PIC X(10).
               05 FILLER           PIC X(16) VALUE SPACES.
               05 FILLER           PIC X(05) VALUE "PAGE ".
               05 WS-HDR-PAGE-NO   PIC ZZZZ9.

           01 WS-PAGE-HEADER-2.
               05 FILLER           PIC X(11) VALUE "ACCOUNT".
               05 FILLER           PIC X(16) VALUE "CLAIM".
               05 FILLER           PIC X(13) VALUE "    RECEIVED".
               05 FILLER           PIC X(13) VALUE "        HELD".
               05 FILLER           PIC X(05) VALUE " PCT".
               05 FILLER           PIC X(05) VALUE "DAYS".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-CLAIM     PIC X(15).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-RECEIVED  PIC Z(8)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-HELD      PIC Z(8)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-PCT       PIC ZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-DAYS      PIC ZZZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-FLAG      PIC X(05).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(24).
               05 WS-TOT-VALUE     PIC Z(10)9.99-.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MM.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DD.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YYYY.
           MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           OPEN OUTPUT LOSS-REPORT.
           OPEN INPUT LOSSDRFT.
           IF WS-LOSSDRFT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ LOSSDRFT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 100-REPORT-CLAIM
                   END-READ
               END-PERFORM
               CLOSE LOSSDRFT
           END-IF.

           IF WS-LINE-COUNT = 0 AND WS-PAGE-NUMBER = 0
               PERFORM 200-WRITE-PAGE-HEADER
           END-IF.
           PERFORM 900-WRITE-GRAND-TOTALS.

           CLOSE LOSS-REPORT.
           DISPLAY "CLAIMS ON FILE: "  WS-CLAIM-COUNT.
           DISPLAY "CLAIMS OPEN: "     WS-OPEN-COUNT.
           DISPLAY "CLAIMS IDLE: "     WS-STALE-COUNT.
           GOBACK.

       100-REPORT-CLAIM.
           ADD 1 TO WS-CLAIM-COUNT.
           IF LD-OPEN
               IF WS-LINE-COUNT = 0
                   PERFORM 200-WRITE-PAGE-HEADER
               END-IF
               PERFORM 150-DAYS-SINCE-RELEASE
               MOVE LD-ACCT-NO         TO WS-DTL-ACC
               MOVE LD-CLAIM-NO        TO WS-DTL-CLAIM
               MOVE LD-RECEIVED-TOTAL  TO WS-DTL-RECEIVED
               MOVE LD-HELD-BALANCE    TO WS-DTL-HELD
               MOVE LD-PCT-COMPLETE    TO WS-DTL-PCT
               MOVE WS-DAYS-IDLE       TO WS-DTL-DAYS
               IF WS-DAYS-IDLE > WS-STALE-DAYS
                   MOVE "IDLE" TO WS-DTL-FLAG
                   ADD 1 TO WS-STALE-COUNT
               ELSE
                   MOVE SPACES TO WS-DTL-FLAG
               END-IF
               MOVE WS-DETAIL-LINE     TO LOSS-REPORT-REC
               WRITE LOSS-REPORT-REC
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-OPEN-COUNT
               ADD LD-RECEIVED-TOTAL TO WS-GRAND-RECEIVED
               ADD LD-HELD-BALANCE   TO WS-GRAND-HELD
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   MOVE 0 TO WS-LINE-COUNT
               END-IF
           END-IF.

       150-DAYS-SINCE-RELEASE.
           IF LD-LAST-RELEASE-DATE > 0
               MOVE LD-LAST-RELEASE-DATE TO WS-LAST-DATE
           ELSE
               MOVE LD-OPEN-DATE TO WS-LAST-DATE
           END-IF.
           DIVIDE WS-LAST-DATE BY 10000
               GIVING WS-LAST-YEAR
               REMAINDER WS-LAST-MMDD.
           DIVIDE WS-LAST-MMDD BY 100
               GIVING WS-LAST-MONTH
               REMAINDER WS-LAST-DAY.
           COMPUTE WS-LAST-TOTAL-DAYS =
                   WS-LAST-YEAR * 360 + WS-LAST-MONTH * 30
                   + WS-LAST-DAY.
           COMPUTE WS-DAYS-IDLE =
                   WS-RUN-TOTAL-DAYS - WS-LAST-TOTAL-DAYS.
           IF WS-DAYS-IDLE < 0
               MOVE 0 TO WS-DAYS-IDLE
           END-IF.

       200-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           MOVE WS-PAGE-HEADER-1 TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.
           MOVE SPACES TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.
           MOVE WS-PAGE-HEADER-2 TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.
           MOVE SPACES TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.

       900-WRITE-GRAND-TOTALS.
           MOVE SPACES TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.

           MOVE "CLAIMS ON FILE:"       TO WS-TOT-LABEL.
           MOVE WS-CLAIM-COUNT          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.

           MOVE "CLAIMS OPEN:"          TO WS-TOT-LABEL.
           MOVE WS-OPEN-COUNT           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.

           MOVE "CLAIMS IDLE:"          TO WS-TOT-LABEL.
           MOVE WS-STALE-COUNT          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.

           MOVE "PROCEEDS RECEIVED:"    TO WS-TOT-LABEL.
           MOVE WS-GRAND-RECEIVED       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.

           MOVE "FUNDS HELD:"           TO WS-TOT-LABEL.
           MOVE WS-GRAND-HELD           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO LOSS-REPORT-REC.
           WRITE LOSS-REPORT-REC.
