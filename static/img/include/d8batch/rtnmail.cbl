      ******************************************************************
      *
      * Returned-Mail Intake
      * =====================
      *
      * Takes in the "rtnmail" file of pieces the post office has
      * returned as undeliverable - the account, the document type,
      * the return reason, and, where the piece was a co-borrower's
      * own copy, the customer it was addressed to - and sets the
      * bad-address flag with the run date and the reason on the
      * customer master.  A piece naming no customer was the
      * primary borrower's; every other obligor on the account at
      * the same address shared that piece and is flagged with them.
      * While the flag is set the statement run, corresp, dunlettr,
      * and armnotif mail nothing to the address, and custmain's
      * next address change for the customer clears it.  Each
      * customer newly flagged goes on the "skipwork" skip-trace work
      * list for the collectors, and the account gets a SKP action
      * due today on "collact" so the work shows in its history.  A
      * piece for an account with no customer linked, or naming a
      * customer not on the account, is refused.  Everything done or
      * refused lands on the "rtnmrpt" register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rtnmail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "rtnmail"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-NO
           FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * The collectors' skip-trace work list; rebuilt each run.
           SELECT SKIP-TRACE-FILE ASSIGN TO "skipwork"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Collector activity file collwork keeps.
           SELECT ACTION-FILE ASSIGN TO "collact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ACTION-STATUS.

           SELECT RETURN-REPORT ASSIGN TO "rtnmrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One line per returned piece.  The customer is optional.
       FD RETURN-FILE.
           01 RETURN-REC.
               05 RTM-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 RTM-DOC-TYPE       PIC X(08).
               05 FILLER             PIC X(01).
               05 RTM-REASON         PIC X(10).
               05 FILLER             PIC X(01).
               05 RTM-CUST-NO        PIC X(06).

       FD CUSTMSTR.
           COPY "custrec.cpy".

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

       FD SKIP-TRACE-FILE.
           01 SKIP-TRACE-REC.
               05 SKP-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 SKP-CUST-NO        PIC X(06).
               05 FILLER             PIC X(01).
               05 SKP-NAME           PIC X(30).
               05 FILLER             PIC X(01).
               05 SKP-ADDR           PIC X(40).
               05 FILLER             PIC X(01).
               05 SKP-DOC-TYPE       PIC X(08).
               05 FILLER             PIC X(01).
               05 SKP-REASON         PIC X(10).
               05 FILLER             PIC X(01).
               05 SKP-DATE           PIC 9(08).

      * Mirrors collwork's own FD ACTION-FILE layout field for field.
       FD ACTION-FILE.
           01 ACTION-REC.
               05 ACT-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-WORK-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACT-COLLECTOR      PIC X(03).
               05 FILLER             PIC X(01).
               05 ACT-OUTCOME        PIC X(03).
               05 FILLER             PIC X(01).
               05 ACT-NEXT-DATE      PIC 9(08).

       FD RETURN-REPORT.
           01 RETURN-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-RETURN-STATUS    PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-ACTION-STATUS    PIC X(02) VALUE "00".
           01 WS-RETURN-EOF       PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * The desk id and outcome a returned piece is posted under on
      * collact.
           01 WS-SKIP-COLLECTOR   PIC X(03) VALUE "SKP".
           01 WS-SKIP-OUTCOME     PIC X(03) VALUE "RTM".

      * The parties on the returned piece's account off the
      * cross-reference, the primary first.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
                       88 WS-PTY-OBLIGOR   VALUE "P", "C", "S",
                                                 SPACE.
           01 WS-PARTY-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX        PIC 9(02) VALUE ZEROES.
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-TARGET-CUST-NO   PIC X(06) VALUE SPACES.
           01 WS-RETURNED-ADDR    PIC X(40) VALUE SPACES.
           01 WS-NEW-FLAGS        PIC 9(02) VALUE ZEROES.

           01 WS-ACCEPTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-FLAGGED-COUNTER  PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-CUST-NO   PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DOC-TYPE  PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-REASON    PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(24).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O CUSTMSTR.
           IF WS-CUSTMSTR-STATUS NOT = "00"
               DISPLAY "CUSTMSTR OPEN FAILED, STATUS: "
                       WS-CUSTMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTXREF-STATUS NOT = "00"
               DISPLAY "CUSTXREF OPEN FAILED, STATUS: "
                       WS-CUSTXREF-STATUS
               CLOSE CUSTMSTR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SKIP-TRACE-FILE.
           OPEN EXTEND ACTION-FILE.
           IF WS-ACTION-STATUS = "35"
               OPEN OUTPUT ACTION-FILE
           END-IF.
           OPEN OUTPUT RETURN-REPORT.

           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = "35"
               MOVE "Y" TO WS-RETURN-EOF
           END-IF.
           PERFORM UNTIL WS-RETURN-EOF = "Y"
               READ RETURN-FILE
               AT END MOVE "Y" TO WS-RETURN-EOF
               NOT AT END
                   PERFORM 100-PROCESS-RETURN
               END-READ
           END-PERFORM.
           IF WS-RETURN-STATUS NOT = "35"
               CLOSE RETURN-FILE
           END-IF.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE CUSTMSTR.
           CLOSE CUSTXREF.
           CLOSE SKIP-TRACE-FILE.
           CLOSE ACTION-FILE.
           CLOSE RETURN-REPORT.

           DISPLAY "RETURNS ACCEPTED: "  WS-ACCEPTED-COUNTER.
           DISPLAY "RETURNS REJECTED: "  WS-REJECTED-COUNTER.
           DISPLAY "CUSTOMERS FLAGGED: " WS-FLAGGED-COUNTER.
           GOBACK.

       100-PROCESS-RETURN.
      * The piece belongs to the customer it names, who must be on
      * the account, or else to the account's primary borrower.
           PERFORM 150-GATHER-PARTIES.
           MOVE SPACES TO WS-TARGET-CUST-NO.
           IF RTM-CUST-NO = SPACES
               IF WS-PARTY-COUNT > 0
                   MOVE WS-PTY-CUST-NO(1) TO WS-TARGET-CUST-NO
               END-IF
           ELSE
               PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                       UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
                   IF WS-PTY-CUST-NO(WS-PARTY-IDX) = RTM-CUST-NO
                       MOVE RTM-CUST-NO TO WS-TARGET-CUST-NO
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARTY-COUNT = 0
                   MOVE SPACES TO WS-DTL-CUST-NO
                   MOVE "ACCOUNT NOT LINKED" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-RETURN
               WHEN WS-TARGET-CUST-NO = SPACES
                   MOVE RTM-CUST-NO TO WS-DTL-CUST-NO
                   MOVE "CUSTOMER NOT ON ACCOUNT" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-RETURN
               WHEN OTHER
                   PERFORM 200-FLAG-ADDRESS
           END-EVALUATE.

       150-GATHER-PARTIES.
      * The account's entries sit together under its key; the
      * primary is moved to the front as it turns up.
           MOVE 0 TO WS-PARTY-COUNT.
           MOVE "N" TO WS-XREF-EOF.
           MOVE RTM-ACC TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = RTM-ACC
                           OR WS-PARTY-COUNT >= 10
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       ADD 1 TO WS-PARTY-COUNT
                       IF XREF-PRIMARY AND WS-PARTY-COUNT > 1
                           MOVE WS-PARTY-ENTRY(1)
                               TO WS-PARTY-ENTRY(WS-PARTY-COUNT)
                           MOVE 1 TO WS-PARTY-IDX
                       ELSE
                           MOVE WS-PARTY-COUNT TO WS-PARTY-IDX
                       END-IF
                       MOVE XREF-CUST-NO
                           TO WS-PTY-CUST-NO(WS-PARTY-IDX)
                       MOVE XREF-ROLE
                           TO WS-PTY-ROLE(WS-PARTY-IDX)
                   END-IF
               END-READ
           END-PERFORM.

       200-FLAG-ADDRESS.
           MOVE WS-TARGET-CUST-NO TO CUST-NO.
           READ CUSTMSTR
               INVALID KEY
                   MOVE WS-TARGET-CUST-NO TO WS-DTL-CUST-NO
                   MOVE "CUSTOMER NOT ON FILE" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-RETURN
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPTED-COUNTER
                   MOVE CUST-ADDR TO WS-RETURNED-ADDR
                   MOVE 0 TO WS-NEW-FLAGS
                   PERFORM 250-FLAG-CUSTOMER
                   PERFORM 220-FLAG-SHARED-ADDRESS
                   IF WS-NEW-FLAGS > 0
                       PERFORM 300-POST-COLLECTOR-ACTION
                   END-IF
           END-READ.

       220-FLAG-SHARED-ADDRESS.
      * Obligors at the returned address got the same piece.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
               IF WS-PTY-OBLIGOR(WS-PARTY-IDX)
                       AND WS-PTY-CUST-NO(WS-PARTY-IDX)
                           NOT = WS-TARGET-CUST-NO
                   MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO CUST-NO
                   READ CUSTMSTR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CUST-ADDR = WS-RETURNED-ADDR
                               PERFORM 250-FLAG-CUSTOMER
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       250-FLAG-CUSTOMER.
      * An address already flagged keeps the date mail first came
      * back from it and is already on a collector's list.
           MOVE CUST-NO TO WS-DTL-CUST-NO.
           IF CUST-ADDR-BAD
               MOVE "ALREADY FLAGGED" TO WS-DTL-ACTION
           ELSE
               MOVE "Y"          TO CUST-BAD-ADDR-FLAG
               MOVE WS-RUN-DATE  TO CUST-BAD-ADDR-DATE
               MOVE RTM-REASON   TO CUST-BAD-ADDR-REASON
               REWRITE CUST-RECORD
               ADD 1 TO WS-FLAGGED-COUNTER
               ADD 1 TO WS-NEW-FLAGS
               MOVE SPACES       TO SKIP-TRACE-REC
               MOVE RTM-ACC      TO SKP-ACC
               MOVE CUST-NO      TO SKP-CUST-NO
               MOVE CUST-NAME    TO SKP-NAME
               MOVE CUST-ADDR    TO SKP-ADDR
               MOVE RTM-DOC-TYPE TO SKP-DOC-TYPE
               MOVE RTM-REASON   TO SKP-REASON
               MOVE WS-RUN-DATE  TO SKP-DATE
               WRITE SKIP-TRACE-REC
               MOVE "FLAGGED, SKIP TRACE" TO WS-DTL-ACTION
           END-IF.
           PERFORM 850-WRITE-DETAIL.

       300-POST-COLLECTOR-ACTION.
           MOVE SPACES            TO ACTION-REC.
           MOVE RTM-ACC           TO ACT-ACC.
           MOVE WS-RUN-DATE       TO ACT-WORK-DATE.
           MOVE WS-SKIP-COLLECTOR TO ACT-COLLECTOR.
           MOVE WS-SKIP-OUTCOME   TO ACT-OUTCOME.
           MOVE WS-RUN-DATE       TO ACT-NEXT-DATE.
           WRITE ACTION-REC.

       800-REJECT-RETURN.
           ADD 1 TO WS-REJECTED-COUNTER.
           PERFORM 850-WRITE-DETAIL.
           MOVE 4 TO RETURN-CODE.

       850-WRITE-DETAIL.
           MOVE RTM-ACC      TO WS-DTL-ACC.
           MOVE RTM-DOC-TYPE TO WS-DTL-DOC-TYPE.
           MOVE RTM-REASON   TO WS-DTL-REASON.
           MOVE WS-DETAIL-LINE TO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.

           MOVE "RETURNS ACCEPTED:"   TO WS-TOT-LABEL.
           MOVE WS-ACCEPTED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.

           MOVE "RETURNS REJECTED:"   TO WS-TOT-LABEL.
           MOVE WS-REJECTED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.

           MOVE "CUSTOMERS FLAGGED:"  TO WS-TOT-LABEL.
           MOVE WS-FLAGGED-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RETURN-REPORT-REC.
           WRITE RETURN-REPORT-REC.
