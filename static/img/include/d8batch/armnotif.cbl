      * writing the "armnotif" letter extract plus the "armregr"
      * register of notices produced.
      * Borrowers are legally owed this notice; producing it by hand
      * is how notice windows get missed.  No extract is written for
      * a primary borrower whose address rtnmail has flagged bad;
      * the request still reaches corresp, which records the notice
      * as suppressed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS IDX-KEY
           FILE STATUS IS WS-RATEIDX-STATUS.

      * Customer master and account cross-reference maintained by
      * custmain; the letter is addressed to the primary borrower,
      * and none goes to an address flagged bad.  Without them the
      * loan record's own address is used as before.
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

      * Letter requests for the correspondence engine; one line per
      * extract record so corresp produces the borrower letter.
           SELECT CORR-QUEUE ASSIGN TO "corrqueue"
       FD LOANMSTR.
           COPY "loanrec.cpy".

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

       FD RATEIDX.
           COPY "ridxrec.cpy".

           01 WS-PRIOR-YEAR       PIC 9(04) VALUE ZEROES.
           01 WS-PRIOR-MONTH      PIC 9(02) VALUE ZEROES.
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTFILE-OPEN    PIC X(01) VALUE "N".
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-BAD-ADDRESS      PIC X(01) VALUE "N".
           01 WS-MSTR-EOF         PIC X(01) VALUE "N".
      * The reserved control-record keys a controlled master may
      * carry (see bcuota); they are no loan and take no part here.
           01 WS-NEW-RATE         PIC 9(02)V9(02) VALUE ZEROES.

           01 WS-NOTICE-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-BAD-ADDR-COUNTER PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
           COMPUTE WS-RUN-DATE-N =
                   WS-RUN-YEAR * 10000 + WS-RUN-MONTH * 100
                   + WS-RUN-DAY.
           OPEN INPUT CUSTMSTR.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTMSTR-STATUS = "00"
                   AND WS-CUSTXREF-STATUS = "00"
               MOVE "Y" TO WS-CUSTFILE-OPEN
           END-IF.
           OPEN OUTPUT NOTIFY-EXTRACT.
           OPEN OUTPUT NOTICE-REGISTER.
           OPEN INPUT RATEIDX.
           MOVE WS-NOTICE-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO NOTICE-REGISTER-REC.
           WRITE NOTICE-REGISTER-REC.
           MOVE "BAD ADDRESS HELD:" TO WS-TOT-LABEL.
           MOVE WS-BAD-ADDR-COUNTER TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO NOTICE-REGISTER-REC.
           WRITE NOTICE-REGISTER-REC.

           CLOSE LOANMSTR.
           IF WS-CUSTFILE-OPEN = "Y"
               CLOSE CUSTMSTR
               CLOSE CUSTXREF
           END-IF.
           CLOSE NOTIFY-EXTRACT.
           CLOSE NOTICE-REGISTER.
           CLOSE CORR-QUEUE.
           END-IF.

           DISPLAY "ARM NOTICES PRODUCED: " WS-NOTICE-COUNTER.
           DISPLAY "BAD ADDRESS HELD: "     WS-BAD-ADDR-COUNTER.
           GOBACK.

       100-CHECK-RESET-WINDOW.
               MOVE 0 TO ANF-NEW-PRINCIPAL
               MOVE 0 TO ANF-NEW-PAYMENT
           END-IF.
      * An address flagged bad gets no extract; the request still
      * goes to corresp, which records the notice as suppressed.
           PERFORM 280-CHECK-BAD-ADDRESS.
           IF WS-BAD-ADDRESS = "N"
               WRITE NOTIFY-REC
           ELSE
               ADD 1 TO WS-BAD-ADDR-COUNTER
           END-IF.
           MOVE SPACES TO CORR-QUEUE-REC.
           MOVE "ARMRESET" TO CRQ-TEMPLATE.
           MOVE LOAN-ACCT-NO TO CRQ-ACC.
           MOVE WS-DETAIL-LINE TO NOTICE-REGISTER-REC.
           WRITE NOTICE-REGISTER-REC.

       280-CHECK-BAD-ADDRESS.
      * The account's entries sit together under its key; the
      * primary borrower's customer record says whether the post
      * office has returned mail from the address.
           MOVE "N" TO WS-BAD-ADDRESS.
           IF WS-CUSTFILE-OPEN = "Y"
               MOVE "N" TO WS-XREF-EOF
               MOVE LOAN-ACCT-NO TO XREF-ACCT-NO
               MOVE LOW-VALUES TO XREF-CUST-NO
               START CUSTXREF KEY NOT < XREF-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF
               END-START
               PERFORM UNTIL WS-XREF-EOF = "Y"
                   READ CUSTXREF NEXT RECORD
                   AT END MOVE "Y" TO WS-XREF-EOF
                   NOT AT END
                       IF XREF-ACCT-NO NOT = LOAN-ACCT-NO
                           MOVE "Y" TO WS-XREF-EOF
                       ELSE
                           IF XREF-PRIMARY
                               MOVE "Y" TO WS-XREF-EOF
                               MOVE XREF-CUST-NO TO CUST-NO
                               READ CUSTMSTR
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF CUST-ADDR-BAD
                                           MOVE "Y" TO WS-BAD-ADDRESS
                                       END-IF
                               END-READ
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       250-SET-INDEX-RATE.
      * An index-based note overrides both figures the letter
      * quotes: the rate now in effect is the index value at or
