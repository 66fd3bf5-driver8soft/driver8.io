      ******************************************************************
      *
      * Monthly Sanctions List Rescan
      * ==============================
      *
      * Rescreens the whole CUSTMSTR customer master through ofacchk
      * whenever the "sdnlist" SDN sanctions list has changed since
      * the last rescan: a customer screened clean when added can
      * match an entry published since.  The list's publication date
      * is compared against the date kept on the "ofacctl" control
      * file from the last rescan; an unchanged list is not
      * rescanned.  Every customer holding a potential hit - newly
      * found, or still pending or confirmed from before - is listed
      * on the "ofacscrpt" report with the best-scoring SDN entry,
      * and the new hits land on OFACHITS as pending for compliance
      * to disposition through ofacdisp.  The control file takes the
      * new list date once the scan completes.  Run at month end.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofacscan.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CUST-NO
           FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT SDN-FILE ASSIGN TO "sdnlist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SDN-STATUS.

      * One line: the publication date of the list last rescanned.
           SELECT CONTROL-FILE ASSIGN TO "ofacctl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SCAN-REPORT ASSIGN TO "ofacscrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTMSTR.
           COPY "custrec.cpy".

      * Shared SDN list record; see sdnrec.cpy.
       FD SDN-FILE.
           COPY "sdnrec.cpy".

       FD CONTROL-FILE.
           01 CONTROL-REC.
               05 OCTL-LIST-DATE     PIC 9(08).

       FD SCAN-REPORT.
           01 SCAN-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-EOF     PIC X(01) VALUE "N".
           01 WS-SDN-STATUS       PIC X(02) VALUE "00".
           01 WS-CONTROL-STATUS   PIC X(02) VALUE "00".

           01 WS-LIST-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-LAST-LIST-DATE   PIC 9(08) VALUE ZEROES.

           01 WS-SCANNED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-HIT-COUNTER      PIC 9(09) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(08) VALUE "CUST".
               05 FILLER PIC X(32) VALUE "NAME".
               05 FILLER PIC X(12) VALUE "SDN ENTRY".
               05 FILLER PIC X(05) VALUE "SCORE".

           01 WS-DETAIL-LINE.
               05 WS-DTL-CUST      PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-NAME      PIC X(30).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-SDN-ID    PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-SCORE     PIC ZZZZ9.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

      * Shared sanctions screening parameter record; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

       PROCEDURE DIVISION.
           PERFORM 050-CHECK-LIST-CHANGED.
           IF WS-LIST-DATE = 0
               DISPLAY "SDN LIST NOT FOUND, RESCAN SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LIST-DATE = WS-LAST-LIST-DATE
               DISPLAY "SDN LIST UNCHANGED SINCE " WS-LAST-LIST-DATE
                       ", RESCAN SKIPPED"
               GOBACK
           END-IF.

           OPEN INPUT CUSTMSTR.
           IF WS-CUSTMSTR-STATUS NOT = "00"
               DISPLAY "CUSTMSTR OPEN FAILED, STATUS: "
                       WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SCAN-REPORT.
           MOVE WS-HEADER-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           PERFORM UNTIL WS-CUSTMSTR-EOF = "Y"
               READ CUSTMSTR NEXT RECORD
               AT END MOVE "Y" TO WS-CUSTMSTR-EOF
               NOT AT END
                   PERFORM 100-SCREEN-CUSTOMER
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.
           CLOSE CUSTMSTR.
           CLOSE SCAN-REPORT.
           PERFORM 200-STAMP-CONTROL-FILE.

           DISPLAY "SDN LIST DATE: "        WS-LIST-DATE.
           DISPLAY "CUSTOMERS RESCANNED: "  WS-SCANNED-COUNTER.
           DISPLAY "CUSTOMERS HELD: "       WS-HIT-COUNTER.
           IF WS-HIT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-CHECK-LIST-CHANGED.
      * Every line carries the list's publication date; the first
      * is enough.
           OPEN INPUT SDN-FILE.
           IF WS-SDN-STATUS = "00"
               READ SDN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SDN-LIST-DATE TO WS-LIST-DATE
               END-READ
               CLOSE SDN-FILE
           END-IF.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE OCTL-LIST-DATE TO WS-LAST-LIST-DATE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       100-SCREEN-CUSTOMER.
           ADD 1 TO WS-SCANNED-COUNTER.
           MOVE "S"         TO OFAC-FUNCTION.
           MOVE "C"         TO OFAC-PARTY-TYPE.
           MOVE CUST-NO     TO OFAC-PARTY-ID.
           MOVE CUST-NAME   TO OFAC-NAME.
           MOVE CUST-ADDR   TO OFAC-ADDR.
           MOVE "ofacscan"  TO OFAC-CALLER.
           CALL "ofacchk" USING OFAC-PARAMS.
           IF OFAC-HIT
               ADD 1 TO WS-HIT-COUNTER
               PERFORM 850-WRITE-DETAIL
           END-IF.

       200-STAMP-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-LIST-DATE TO OCTL-LIST-DATE.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

       850-WRITE-DETAIL.
           MOVE CUST-NO      TO WS-DTL-CUST.
           MOVE CUST-NAME    TO WS-DTL-NAME.
           MOVE OFAC-SDN-ID  TO WS-DTL-SDN-ID.
           MOVE OFAC-SCORE   TO WS-DTL-SCORE.
           MOVE WS-DETAIL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           MOVE "SDN LIST DATE:"          TO WS-TOT-LABEL.
           MOVE WS-LIST-DATE              TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           MOVE "CUSTOMERS RESCANNED:"    TO WS-TOT-LABEL.
           MOVE WS-SCANNED-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.

           MOVE "CUSTOMERS HELD:"         TO WS-TOT-LABEL.
           MOVE WS-HIT-COUNTER            TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO SCAN-REPORT-REC.
           WRITE SCAN-REPORT-REC.
