      ******************************************************************
      *
      * Monthly Document Delivery Report
      * =================================
      *
      * Counts the statements and letters sent in a month by the
      * channel they went out on, off the "dlvlog" delivery log
      * stmtgen and corresp append a line to for every copy sent:
      * paper by preference, electronic, and paper the law required
      * for a customer who takes documents electronically.  One
      * line per document (STMT for statements, the template id for
      * letters) is written to "dlvrpt" with its three counts,
      * paginated like the other printer reports, followed by the
      * month's totals per channel.  The month is taken from the
      * command line as YYYYMM; with none given the report covers
      * the month before the run date, the month just closed.  With
      * no log yet the report simply shows nothing sent.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dlvrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DLV-LOG-FILE ASSIGN TO "dlvlog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DLVLOG-STATUS.

           SELECT DLV-REPORT ASSIGN TO "dlvrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared document delivery log record; see dlvlog.cpy.
       FD DLV-LOG-FILE.
           COPY "dlvlog.cpy".

       FD DLV-REPORT.
           01 DLV-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-DLVLOG-STATUS    PIC X(02) VALUE "00".
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

      * The month reported, YYYYMM.
           01 WS-MONTH-PARM       PIC X(06) VALUE SPACES.
           01 WS-RPT-MONTH        PIC 9(06) VALUE ZEROES.
           01 WS-LOG-MONTH        PIC 9(06) VALUE ZEROES.

      * One entry per document sent in the month, with its count on
      * each channel.
           01 WS-DOC-TABLE.
               05 WS-DOC-ENTRY OCCURS 200 TIMES.
                   10 WS-DOC-TYPE      PIC X(08).
                   10 WS-DOC-PAPER     PIC 9(07).
                   10 WS-DOC-ELEC      PIC 9(07).
                   10 WS-DOC-REQUIRED  PIC 9(07).
           01 WS-DOC-COUNT        PIC 9(03) VALUE ZEROES.
           01 WS-DOC-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-FOUND-IDX        PIC 9(03) VALUE ZEROES.
           01 WS-DOC-OVERFLOW     PIC X(01) VALUE "N".

      * Pagination.  WS-LINES-PER-PAGE controls how many detail lines
      * appear before the next page header is thrown.
           01 WS-LINES-PER-PAGE   PIC 9(03) VALUE 20.
           01 WS-LINE-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-PAGE-NUMBER      PIC 9(05) VALUE ZEROES.

           01 WS-GRAND-PAPER      PIC 9(09) VALUE ZEROES.
           01 WS-GRAND-ELEC       PIC 9(09) VALUE ZEROES.
           01 WS-GRAND-REQUIRED   PIC 9(09) VALUE ZEROES.
           01 WS-GRAND-TOTAL      PIC 9(09) VALUE ZEROES.

           01 WS-PAGE-HEADER-1.
               05 FILLER           PIC X(12) VALUE "DELIVERIES".
               05 FILLER           PIC X(08) VALUE SPACES.
               05 FILLER           PIC X(10) VALUE "RUN DATE:".
               05 WS-HDR-RUN-DATE  PIC X(10).
               05 FILLER           PIC X(16) VALUE SPACES.
               05 FILLER           PIC X(05) VALUE "PAGE ".
               05 WS-HDR-PAGE-NO   PIC ZZZZ9.

           01 WS-PAGE-HEADER-2.
               05 FILLER           PIC X(07) VALUE "MONTH: ".
               05 WS-HDR-MONTH     PIC 9(06).

           01 WS-PAGE-HEADER-3.
               05 FILLER           PIC X(10) VALUE "DOCUMENT".
               05 FILLER           PIC X(10) VALUE "     PAPER".
               05 FILLER           PIC X(11) VALUE " ELECTRONIC".
               05 FILLER           PIC X(11) VALUE "  REQUIRED".

           01 WS-DETAIL-LINE.
               05 WS-DTL-DOC       PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-PAPER     PIC Z(9)9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-ELEC      PIC Z(9)9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-REQUIRED  PIC Z(9)9.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MM.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DD.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YYYY.
           MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.
           ACCEPT WS-MONTH-PARM FROM COMMAND-LINE.
           IF WS-MONTH-PARM NUMERIC AND WS-MONTH-PARM NOT = "000000"
               MOVE WS-MONTH-PARM TO WS-RPT-MONTH
           ELSE
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-RPT-MONTH =
                           (WS-RUN-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE WS-RPT-MONTH =
                           WS-RUN-YEAR * 100 + WS-RUN-MONTH - 1
               END-IF
           END-IF.
           MOVE WS-RPT-MONTH TO WS-HDR-MONTH.

           OPEN INPUT DLV-LOG-FILE.
           IF WS-DLVLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ DLV-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 100-COUNT-DELIVERY
                   END-READ
               END-PERFORM
               CLOSE DLV-LOG-FILE
           END-IF.
           IF WS-DOC-OVERFLOW = "Y"
               DISPLAY "DOCUMENT TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DLV-REPORT.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-COUNT
               PERFORM 300-REPORT-DOCUMENT
           END-PERFORM.
           IF WS-LINE-COUNT = 0 AND WS-PAGE-NUMBER = 0
               PERFORM 200-WRITE-PAGE-HEADER
           END-IF.
           PERFORM 900-WRITE-GRAND-TOTALS.
           CLOSE DLV-REPORT.

           DISPLAY "DELIVERY MONTH: "     WS-RPT-MONTH.
           DISPLAY "SENT ON PAPER: "      WS-GRAND-PAPER.
           DISPLAY "SENT ELECTRONICALLY: " WS-GRAND-ELEC.
           DISPLAY "PAPER REQUIRED: "     WS-GRAND-REQUIRED.
           GOBACK.

       100-COUNT-DELIVERY.
           DIVIDE DLV-DATE BY 100 GIVING WS-LOG-MONTH.
           IF WS-LOG-MONTH = WS-RPT-MONTH
               PERFORM 150-FIND-DOCUMENT
               IF WS-FOUND-IDX > 0
                   EVALUATE TRUE
                       WHEN DLV-ELECTRONIC
                           ADD 1 TO WS-DOC-ELEC(WS-FOUND-IDX)
                           ADD 1 TO WS-GRAND-ELEC
                       WHEN DLV-PAPER-REQUIRED
                           ADD 1 TO WS-DOC-REQUIRED(WS-FOUND-IDX)
                           ADD 1 TO WS-GRAND-REQUIRED
                       WHEN OTHER
                           ADD 1 TO WS-DOC-PAPER(WS-FOUND-IDX)
                           ADD 1 TO WS-GRAND-PAPER
                   END-EVALUATE
                   ADD 1 TO WS-GRAND-TOTAL
               END-IF
           END-IF.

       150-FIND-DOCUMENT.
      * WS-FOUND-IDX comes back zero only when the table is full.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-DOC-TYPE(WS-DOC-IDX) = DLV-DOC-TYPE
                   MOVE WS-DOC-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-DOC-COUNT < 200
                   ADD 1 TO WS-DOC-COUNT
                   MOVE DLV-DOC-TYPE TO WS-DOC-TYPE(WS-DOC-COUNT)
                   MOVE 0 TO WS-DOC-PAPER(WS-DOC-COUNT)
                   MOVE 0 TO WS-DOC-ELEC(WS-DOC-COUNT)
                   MOVE 0 TO WS-DOC-REQUIRED(WS-DOC-COUNT)
                   MOVE WS-DOC-COUNT TO WS-FOUND-IDX
               ELSE
                   MOVE "Y" TO WS-DOC-OVERFLOW
               END-IF
           END-IF.

       200-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           MOVE WS-PAGE-HEADER-1 TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.
           MOVE WS-PAGE-HEADER-2 TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.
           MOVE SPACES TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.
           MOVE WS-PAGE-HEADER-3 TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.
           MOVE SPACES TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.

       300-REPORT-DOCUMENT.
           IF WS-LINE-COUNT = 0
               PERFORM 200-WRITE-PAGE-HEADER
           END-IF.
           MOVE WS-DOC-TYPE(WS-DOC-IDX)     TO WS-DTL-DOC.
           MOVE WS-DOC-PAPER(WS-DOC-IDX)    TO WS-DTL-PAPER.
           MOVE WS-DOC-ELEC(WS-DOC-IDX)     TO WS-DTL-ELEC.
           MOVE WS-DOC-REQUIRED(WS-DOC-IDX) TO WS-DTL-REQUIRED.
           MOVE WS-DETAIL-LINE TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE 0 TO WS-LINE-COUNT
           END-IF.

       900-WRITE-GRAND-TOTALS.
           MOVE SPACES TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.

           MOVE "SENT ON PAPER:"        TO WS-TOT-LABEL.
           MOVE WS-GRAND-PAPER          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.

           MOVE "SENT ELECTRONICALLY:"  TO WS-TOT-LABEL.
           MOVE WS-GRAND-ELEC           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.

           MOVE "PAPER REQUIRED:"       TO WS-TOT-LABEL.
           MOVE WS-GRAND-REQUIRED       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.

           MOVE "DOCUMENTS SENT:"       TO WS-TOT-LABEL.
           MOVE WS-GRAND-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO DLV-REPORT-REC.
           WRITE DLV-REPORT-REC.
