      ******************************************************************
      *
      * Daily gRPC Usage Report
      * ========================
      *
      * Reports a day of the "grpclog" call log grpcauth appends a
      * line to for every call the gRPC server answers or refuses.
      * The first part is one line per client - its registered name
      * and daily quota off GRPCCLNT, its calls, how many were
      * answered OK, failed, or were refused, and the average
      * elapsed seconds - with a line under it for each method the
      * client called.  The second part is for security: every call
      * that named an account, in the order it was made, with the
      * client, the method, the outcome and, for a refused call,
      * the reason it was refused.  Both are written to "grpcuse",
      * paginated like the other printer reports.  The day is taken
      * from the command line as YYYYMMDD; with none given the
      * report covers the day before the run date, the day just
      * closed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grpcuse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRPC-LOG ASSIGN TO "grpclog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT CLIENT-REG ASSIGN TO "GRPCCLNT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLNT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT USAGE-REPORT ASSIGN TO "grpcuse"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared gRPC call log record; see grpclog.cpy.
       FD GRPC-LOG.
           COPY "grpclog.cpy".

      * Shared gRPC client registry record; see clntrec.cpy.
       FD CLIENT-REG.
           COPY "clntrec.cpy".

       FD USAGE-REPORT.
           01 USAGE-REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS       PIC X(02) VALUE "00".
           01 WS-CLIENT-STATUS    PIC X(02) VALUE "00".
           01 WS-REGISTRY-OPEN    PIC X(01) VALUE "N".
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

      * The day reported, YYYYMMDD.
           01 WS-DAY-PARM         PIC X(08) VALUE SPACES.
           01 WS-RPT-DATE.
               05 WS-RPT-YEAR      PIC 9(04).
               05 WS-RPT-MONTH     PIC 9(02).
               05 WS-RPT-DAY       PIC 9(02).
           01 WS-RPT-DATE-N REDEFINES WS-RPT-DATE PIC 9(08).

      * Days in each month, for stepping back over a month end.
           01 WS-MONTH-DAYS-LIST  PIC X(24)
                                  VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
               05 WS-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
           01 WS-LEAP-QUOT        PIC 9(04) VALUE ZEROES.
           01 WS-LEAP-REM-4       PIC 9(04) VALUE ZEROES.
           01 WS-LEAP-REM-100     PIC 9(04) VALUE ZEROES.
           01 WS-LEAP-REM-400     PIC 9(04) VALUE ZEROES.

      * One entry per client that called on the day.
           01 WS-CLIENT-TABLE.
               05 WS-CLIENT-ENTRY OCCURS 200 TIMES.
                   10 WS-CLI-ID        PIC X(16).
                   10 WS-CLI-CALLS     PIC 9(07).
                   10 WS-CLI-OK        PIC 9(07).
                   10 WS-CLI-FAILED    PIC 9(07).
                   10 WS-CLI-REFUSED   PIC 9(07).
                   10 WS-CLI-ELAPSED   PIC 9(11).
           01 WS-CLIENT-COUNT     PIC 9(03) VALUE ZEROES.
           01 WS-CLIENT-IDX       PIC 9(03) VALUE ZEROES.
           01 WS-FOUND-CLIENT     PIC 9(03) VALUE ZEROES.

      * One entry per client and method called on the day.
           01 WS-METHOD-TABLE.
               05 WS-METHOD-ENTRY OCCURS 1000 TIMES.
                   10 WS-MTH-CLIENT    PIC X(16).
                   10 WS-MTH-METHOD    PIC X(16).
                   10 WS-MTH-CALLS     PIC 9(07).
                   10 WS-MTH-OK        PIC 9(07).
                   10 WS-MTH-FAILED    PIC 9(07).
                   10 WS-MTH-REFUSED   PIC 9(07).
                   10 WS-MTH-ELAPSED   PIC 9(11).
           01 WS-METHOD-COUNT     PIC 9(04) VALUE ZEROES.
           01 WS-METHOD-IDX       PIC 9(04) VALUE ZEROES.
           01 WS-FOUND-METHOD     PIC 9(04) VALUE ZEROES.
           01 WS-TABLE-OVERFLOW   PIC X(01) VALUE "N".

           01 WS-AVG-SECONDS      PIC 9(05)V9(02) VALUE ZEROES.

      * Pagination.  WS-LINES-PER-PAGE controls how many detail lines
      * appear before the next page header is thrown.  The column
      * heading is the one for the part of the report being written.
           01 WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
           01 WS-LINE-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-PAGE-NUMBER      PIC 9(05) VALUE ZEROES.
           01 WS-REPORT-PART      PIC X(01) VALUE "U".
               88 WS-PART-USAGE        VALUE "U".
               88 WS-PART-ACCOUNTS     VALUE "A".

           01 WS-GRAND-CALLS      PIC 9(09) VALUE ZEROES.
           01 WS-GRAND-OK         PIC 9(09) VALUE ZEROES.
           01 WS-GRAND-FAILED     PIC 9(09) VALUE ZEROES.
           01 WS-GRAND-REFUSED    PIC 9(09) VALUE ZEROES.
           01 WS-GRAND-ACCOUNTS   PIC 9(09) VALUE ZEROES.

           01 WS-PAGE-HEADER-1.
               05 FILLER           PIC X(12) VALUE "GRPC USAGE".
               05 FILLER           PIC X(08) VALUE SPACES.
               05 FILLER           PIC X(10) VALUE "RUN DATE:".
               05 WS-HDR-RUN-DATE  PIC X(10).
               05 FILLER           PIC X(16) VALUE SPACES.
               05 FILLER           PIC X(05) VALUE "PAGE ".
               05 WS-HDR-PAGE-NO   PIC ZZZZ9.

           01 WS-PAGE-HEADER-2.
               05 FILLER           PIC X(05) VALUE "DAY: ".
               05 WS-HDR-DAY       PIC 9(08).

           01 WS-USAGE-HEADER.
               05 FILLER           PIC X(18) VALUE "CLIENT / METHOD".
               05 FILLER           PIC X(31) VALUE "NAME".
               05 FILLER           PIC X(09) VALUE "    QUOTA".
               05 FILLER           PIC X(09) VALUE "    CALLS".
               05 FILLER           PIC X(09) VALUE "       OK".
               05 FILLER           PIC X(09) VALUE "   FAILED".
               05 FILLER           PIC X(09) VALUE "  REFUSED".
               05 FILLER           PIC X(10) VALUE "  AVG SECS".

           01 WS-ACCOUNT-HEADER.
               05 FILLER           PIC X(09) VALUE "TIME".
               05 FILLER           PIC X(17) VALUE "CLIENT".
               05 FILLER           PIC X(17) VALUE "METHOD".
               05 FILLER           PIC X(11) VALUE "ACCOUNT".
               05 FILLER           PIC X(09) VALUE "OUTCOME".
               05 FILLER           PIC X(20) VALUE "MESSAGE".

           01 WS-CLIENT-LINE.
               05 WS-CL-ID         PIC X(16).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(30).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-CL-QUOTA      PIC Z(8)9 BLANK WHEN ZERO.
               05 WS-CL-CALLS      PIC Z(8)9.
               05 WS-CL-OK         PIC Z(8)9.
               05 WS-CL-FAILED     PIC Z(8)9.
               05 WS-CL-REFUSED    PIC Z(8)9.
               05 WS-CL-AVG        PIC Z(6)9.99.

           01 WS-ACCOUNT-LINE.
               05 WS-AL-TIME.
                   10 WS-AL-HH      PIC 9(02).
                   10 FILLER        PIC X(01) VALUE ":".
                   10 WS-AL-MM      PIC 9(02).
                   10 FILLER        PIC X(01) VALUE ":".
                   10 WS-AL-SS      PIC 9(02).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-AL-CLIENT     PIC X(16).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-AL-METHOD     PIC X(16).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-AL-ACCT       PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-AL-OUTCOME    PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-AL-MESSAGE    PIC X(20).

           01 WS-LOG-TIME-PARTS.
               05 WS-LT-HH         PIC 9(02).
               05 WS-LT-MM         PIC 9(02).
               05 WS-LT-SS         PIC 9(02).
               05 WS-LT-CC         PIC 9(02).
           01 WS-LOG-TIME-N REDEFINES WS-LOG-TIME-PARTS PIC 9(08).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MM.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DD.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YYYY.
           MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.
           ACCEPT WS-DAY-PARM FROM COMMAND-LINE.
           IF WS-DAY-PARM NUMERIC AND WS-DAY-PARM NOT = "00000000"
               MOVE WS-DAY-PARM TO WS-RPT-DATE-N
           ELSE
               PERFORM 050-SET-PRIOR-DAY
           END-IF.
           MOVE WS-RPT-DATE-N TO WS-HDR-DAY.

           OPEN INPUT GRPC-LOG.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ GRPC-LOG
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GLOG-DATE = WS-RPT-DATE-N
                           PERFORM 100-COUNT-CALL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GRPC-LOG
           END-IF.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "CLIENT/METHOD TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENT-REG.
           IF WS-CLIENT-STATUS = "00"
               MOVE "Y" TO WS-REGISTRY-OPEN
           END-IF.
           OPEN OUTPUT USAGE-REPORT.
           SET WS-PART-USAGE TO TRUE.
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
               PERFORM 300-REPORT-CLIENT
           END-PERFORM.
           IF WS-REGISTRY-OPEN = "Y"
               CLOSE CLIENT-REG
           END-IF.

           SET WS-PART-ACCOUNTS TO TRUE.
           MOVE 0 TO WS-LINE-COUNT.
           PERFORM 400-REPORT-ACCOUNTS.
           IF WS-LINE-COUNT = 0 AND WS-PAGE-NUMBER = 0
               PERFORM 200-WRITE-PAGE-HEADER
           END-IF.
           PERFORM 900-WRITE-GRAND-TOTALS.
           CLOSE USAGE-REPORT.

           DISPLAY "USAGE DAY: "          WS-RPT-DATE-N.
           DISPLAY "CLIENTS CALLING: "    WS-CLIENT-COUNT.
           DISPLAY "CALLS: "              WS-GRAND-CALLS.
           DISPLAY "CALLS REFUSED: "      WS-GRAND-REFUSED.
           DISPLAY "ACCOUNT CALLS: "      WS-GRAND-ACCOUNTS.
           GOBACK.

       050-SET-PRIOR-DAY.
           MOVE WS-RUN-DATE TO WS-RPT-DATE.
           IF WS-RPT-DAY > 1
               SUBTRACT 1 FROM WS-RPT-DAY
           ELSE
               IF WS-RPT-MONTH = 1
                   MOVE 12 TO WS-RPT-MONTH
                   SUBTRACT 1 FROM WS-RPT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MONTH
               END-IF
               MOVE WS-MONTH-DAYS(WS-RPT-MONTH) TO WS-RPT-DAY
               IF WS-RPT-MONTH = 2
                   DIVIDE WS-RPT-YEAR BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-RPT-YEAR BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-RPT-YEAR BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                           AND (WS-LEAP-REM-100 NOT = 0
                                OR WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-RPT-DAY
                   END-IF
               END-IF
           END-IF.

       100-COUNT-CALL.
           PERFORM 150-FIND-CLIENT.
           PERFORM 160-FIND-METHOD.
           IF WS-FOUND-CLIENT > 0 AND WS-FOUND-METHOD > 0
               ADD 1 TO WS-CLI-CALLS(WS-FOUND-CLIENT)
               ADD 1 TO WS-MTH-CALLS(WS-FOUND-METHOD)
               ADD 1 TO WS-GRAND-CALLS
               ADD GLOG-ELAPSED TO WS-CLI-ELAPSED(WS-FOUND-CLIENT)
               ADD GLOG-ELAPSED TO WS-MTH-ELAPSED(WS-FOUND-METHOD)
               EVALUATE TRUE
                   WHEN GLOG-OK
                       ADD 1 TO WS-CLI-OK(WS-FOUND-CLIENT)
                       ADD 1 TO WS-MTH-OK(WS-FOUND-METHOD)
                       ADD 1 TO WS-GRAND-OK
                   WHEN GLOG-REFUSED
                       ADD 1 TO WS-CLI-REFUSED(WS-FOUND-CLIENT)
                       ADD 1 TO WS-MTH-REFUSED(WS-FOUND-METHOD)
                       ADD 1 TO WS-GRAND-REFUSED
                   WHEN OTHER
                       ADD 1 TO WS-CLI-FAILED(WS-FOUND-CLIENT)
                       ADD 1 TO WS-MTH-FAILED(WS-FOUND-METHOD)
                       ADD 1 TO WS-GRAND-FAILED
               END-EVALUATE
           END-IF.

       150-FIND-CLIENT.
      * WS-FOUND-CLIENT comes back zero only when the table is full.
           MOVE 0 TO WS-FOUND-CLIENT.
           PERFORM VARYING WS-CLIENT-IDX FROM 1 BY 1
                   UNTIL WS-CLIENT-IDX > WS-CLIENT-COUNT
                      OR WS-FOUND-CLIENT > 0
               IF WS-CLI-ID(WS-CLIENT-IDX) = GLOG-CLIENT-ID
                   MOVE WS-CLIENT-IDX TO WS-FOUND-CLIENT
               END-IF
           END-PERFORM.
           IF WS-FOUND-CLIENT = 0
               IF WS-CLIENT-COUNT < 200
                   ADD 1 TO WS-CLIENT-COUNT
                   INITIALIZE WS-CLIENT-ENTRY(WS-CLIENT-COUNT)
                   MOVE GLOG-CLIENT-ID TO WS-CLI-ID(WS-CLIENT-COUNT)
                   MOVE WS-CLIENT-COUNT TO WS-FOUND-CLIENT
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       160-FIND-METHOD.
      * WS-FOUND-METHOD comes back zero only when the table is full.
           MOVE 0 TO WS-FOUND-METHOD.
           PERFORM VARYING WS-METHOD-IDX FROM 1 BY 1
                   UNTIL WS-METHOD-IDX > WS-METHOD-COUNT
                      OR WS-FOUND-METHOD > 0
               IF WS-MTH-CLIENT(WS-METHOD-IDX) = GLOG-CLIENT-ID
                       AND WS-MTH-METHOD(WS-METHOD-IDX) = GLOG-METHOD
                   MOVE WS-METHOD-IDX TO WS-FOUND-METHOD
               END-IF
           END-PERFORM.
           IF WS-FOUND-METHOD = 0
               IF WS-METHOD-COUNT < 1000
                   ADD 1 TO WS-METHOD-COUNT
                   INITIALIZE WS-METHOD-ENTRY(WS-METHOD-COUNT)
                   MOVE GLOG-CLIENT-ID
                       TO WS-MTH-CLIENT(WS-METHOD-COUNT)
                   MOVE GLOG-METHOD TO WS-MTH-METHOD(WS-METHOD-COUNT)
                   MOVE WS-METHOD-COUNT TO WS-FOUND-METHOD
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       200-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           MOVE WS-PAGE-HEADER-1 TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.
           MOVE WS-PAGE-HEADER-2 TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.
           MOVE SPACES TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.
           IF WS-PART-USAGE
               MOVE WS-USAGE-HEADER TO USAGE-REPORT-REC
           ELSE
               MOVE WS-ACCOUNT-HEADER TO USAGE-REPORT-REC
           END-IF.
           WRITE USAGE-REPORT-REC.
           MOVE SPACES TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.

       300-REPORT-CLIENT.
      * The client's own line, named and quota'd off the registry
      * where it is registered, then a line per method it called.
           MOVE SPACES TO WS-CL-NAME.
           MOVE 0 TO WS-CL-QUOTA.
           IF WS-REGISTRY-OPEN = "Y"
               MOVE WS-CLI-ID(WS-CLIENT-IDX) TO CLNT-ID
               READ CLIENT-REG
                   INVALID KEY
                       MOVE "*NOT REGISTERED*" TO WS-CL-NAME
                   NOT INVALID KEY
                       MOVE CLNT-NAME TO WS-CL-NAME
                       MOVE CLNT-DAILY-QUOTA TO WS-CL-QUOTA
               END-READ
           END-IF.
           MOVE WS-CLI-ID(WS-CLIENT-IDX)      TO WS-CL-ID.
           MOVE WS-CLI-CALLS(WS-CLIENT-IDX)   TO WS-CL-CALLS.
           MOVE WS-CLI-OK(WS-CLIENT-IDX)      TO WS-CL-OK.
           MOVE WS-CLI-FAILED(WS-CLIENT-IDX)  TO WS-CL-FAILED.
           MOVE WS-CLI-REFUSED(WS-CLIENT-IDX) TO WS-CL-REFUSED.
           COMPUTE WS-AVG-SECONDS ROUNDED =
                   WS-CLI-ELAPSED(WS-CLIENT-IDX)
                   / WS-CLI-CALLS(WS-CLIENT-IDX) / 100.
           MOVE WS-AVG-SECONDS TO WS-CL-AVG.
           PERFORM 350-WRITE-DETAIL.

           PERFORM VARYING WS-METHOD-IDX FROM 1 BY 1
                   UNTIL WS-METHOD-IDX > WS-METHOD-COUNT
               IF WS-MTH-CLIENT(WS-METHOD-IDX)
                       = WS-CLI-ID(WS-CLIENT-IDX)
                   MOVE SPACES TO WS-CL-ID
                   MOVE SPACES TO WS-CL-NAME
                   MOVE WS-MTH-METHOD(WS-METHOD-IDX) TO WS-CL-NAME
                   MOVE 0 TO WS-CL-QUOTA
                   MOVE WS-MTH-CALLS(WS-METHOD-IDX)   TO WS-CL-CALLS
                   MOVE WS-MTH-OK(WS-METHOD-IDX)      TO WS-CL-OK
                   MOVE WS-MTH-FAILED(WS-METHOD-IDX)  TO WS-CL-FAILED
                   MOVE WS-MTH-REFUSED(WS-METHOD-IDX)
                       TO WS-CL-REFUSED
                   COMPUTE WS-AVG-SECONDS ROUNDED =
                           WS-MTH-ELAPSED(WS-METHOD-IDX)
                           / WS-MTH-CALLS(WS-METHOD-IDX) / 100
                   MOVE WS-AVG-SECONDS TO WS-CL-AVG
                   PERFORM 350-WRITE-DETAIL
               END-IF
           END-PERFORM.

       350-WRITE-DETAIL.
           IF WS-LINE-COUNT = 0
               PERFORM 200-WRITE-PAGE-HEADER
           END-IF.
           IF WS-PART-USAGE
               MOVE WS-CLIENT-LINE TO USAGE-REPORT-REC
           ELSE
               MOVE WS-ACCOUNT-LINE TO USAGE-REPORT-REC
           END-IF.
           WRITE USAGE-REPORT-REC.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE 0 TO WS-LINE-COUNT
           END-IF.

       400-REPORT-ACCOUNTS.
      * A second pass of the log: every call of the day that named
      * an account, refused ones included, as it was made.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GRPC-LOG.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ GRPC-LOG
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GLOG-DATE = WS-RPT-DATE-N
                               AND GLOG-ACCT-NO NOT = SPACES
                           PERFORM 450-REPORT-ACCOUNT-CALL
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE GRPC-LOG
           END-IF.

       450-REPORT-ACCOUNT-CALL.
           ADD 1 TO WS-GRAND-ACCOUNTS.
           MOVE GLOG-TIME TO WS-LOG-TIME-N.
           MOVE WS-LT-HH       TO WS-AL-HH.
           MOVE WS-LT-MM       TO WS-AL-MM.
           MOVE WS-LT-SS       TO WS-AL-SS.
           MOVE GLOG-CLIENT-ID TO WS-AL-CLIENT.
           MOVE GLOG-METHOD    TO WS-AL-METHOD.
           MOVE GLOG-ACCT-NO   TO WS-AL-ACCT.
           MOVE GLOG-OUTCOME   TO WS-AL-OUTCOME.
           MOVE GLOG-MESSAGE   TO WS-AL-MESSAGE.
           PERFORM 350-WRITE-DETAIL.

       900-WRITE-GRAND-TOTALS.
           MOVE SPACES TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.

           MOVE "CALLS:"                TO WS-TOT-LABEL.
           MOVE WS-GRAND-CALLS          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.

           MOVE "ANSWERED OK:"          TO WS-TOT-LABEL.
           MOVE WS-GRAND-OK             TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.

           MOVE "FAILED:"               TO WS-TOT-LABEL.
           MOVE WS-GRAND-FAILED         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.

           MOVE "REFUSED:"              TO WS-TOT-LABEL.
           MOVE WS-GRAND-REFUSED        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.

           MOVE "CALLS NAMING AN ACCOUNT:" TO WS-TOT-LABEL.
           MOVE WS-GRAND-ACCOUNTS       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO USAGE-REPORT-REC.
           WRITE USAGE-REPORT-REC.
