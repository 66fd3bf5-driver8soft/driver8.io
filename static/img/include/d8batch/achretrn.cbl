      * assessment eligible again.  Everything translated is listed
      * on the "achretr" register; a return with an unusable account
      * or date is listed and counted rather than silently dropped.
      * Each translated return is also queued on "bevtq" as an
      * ACHRET borrower event for bevtpk to alert the borrower.  A
      * returned prenote - the zero-dollar test entry achpnote
      * sends, which comes back with no due date - un-posts nothing:
      * it is listed as a prenote return and left for achpnote to
      * fail the enrollment.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Borrower-alert event queue bevtpk publishes from.
           SELECT BEV-QUEUE ASSIGN TO "bevtq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEVTQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE.
       FD RETURN-REGISTER.
           01 RETURN-REGISTER-REC PIC X(80).

      * Shared borrower event record; see bevtrec.cpy.
       FD BEV-QUEUE.
           COPY "bevtrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-NSF-STATUS       PIC X(02) VALUE "00".
           01 WS-BEVTQ-STATUS     PIC X(02) VALUE "00".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-RETURN-EOF       PIC X(01) VALUE "N".
           01 WS-RETURNED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-BAD-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-PRENOTE-COUNTER  PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               OPEN OUTPUT NSF-FILE
           END-IF.
           OPEN OUTPUT RETURN-REGISTER.
           OPEN EXTEND BEV-QUEUE.
           IF WS-BEVTQ-STATUS = "35"
               OPEN OUTPUT BEV-QUEUE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-RETURN-EOF = "Y"
               READ RETURN-FILE
           MOVE WS-BAD-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RETURN-REGISTER-REC.
           WRITE RETURN-REGISTER-REC.
           MOVE "PRENOTES RETURNED:"  TO WS-TOT-LABEL.
           MOVE WS-PRENOTE-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RETURN-REGISTER-REC.
           WRITE RETURN-REGISTER-REC.

           CLOSE RETURN-FILE.
           CLOSE NSF-FILE.
           CLOSE RETURN-REGISTER.
           CLOSE BEV-QUEUE.

           DISPLAY "ACH RETURNS TRANSLATED: " WS-RETURNED-COUNTER.
           DISPLAY "ACH RETURNS UNUSABLE: "   WS-BAD-COUNTER.
           DISPLAY "ACH PRENOTES RETURNED: "  WS-PRENOTE-COUNTER.
           GOBACK.

       100-TRANSLATE-RETURN.
           MOVE RET-ACC      TO WS-DTL-ACC.
           MOVE RET-DUE-DATE TO WS-DTL-DUE-DATE.
           MOVE RET-REASON   TO WS-DTL-REASON.
           EVALUATE TRUE
               WHEN RET-ACC = SPACES OR RET-DUE-DATE NOT NUMERIC
                   ADD 1 TO WS-BAD-COUNTER
                   MOVE "UNUSABLE"   TO WS-DTL-ACTION
                   MOVE 4 TO RETURN-CODE
               WHEN RET-DUE-DATE = 0
                   ADD 1 TO WS-PRENOTE-COUNTER
                   MOVE "PRENOTE"    TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE SPACES       TO NSF-REC
                   MOVE RET-ACC      TO NSF-ACC
                   MOVE RET-DUE-DATE TO NSF-DUE-DATE
                   MOVE RET-REASON   TO NSF-REASON
                   WRITE NSF-REC
                   ADD 1 TO WS-RETURNED-COUNTER
                   MOVE SPACES       TO BORROWER-EVENT-REC
                   MOVE "ACHRET"     TO BEV-EVENT
                   MOVE RET-ACC      TO BEV-ACCT
                   MOVE RET-DUE-DATE TO BEV-EVENT-DATE
                   MOVE 0            TO BEV-AMOUNT
                   MOVE RET-REASON   TO BEV-DETAIL
                   MOVE WS-RUN-DATE  TO BEV-QUEUED-DATE
                   WRITE BORROWER-EVENT-REC
                   MOVE "TO REVERSAL" TO WS-DTL-ACTION
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO RETURN-REGISTER-REC.
           WRITE RETURN-REGISTER-REC.
