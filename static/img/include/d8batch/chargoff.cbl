      * schedule entry exists - on the "chgoffs" file recovpst and
      * the 1099-C extract work from, and feeds the amount to
      * "coglfeed" for glinterf to stage as a balanced CHGOFF
      * debit/credit pair through the glxref mapping.  The
      * unrecovered corporate advances on CORPADV and servicer P&I
      * advances on PIADVNC standing at charge-off are carried on
      * the "chgoffs" record and stated on the register so the
      * loss calculation sees them.  The account
      * is stamped onto the pricing delta file, and everything done
      * or refused lands on the "corpt" register.  A closed or
      * already charged-off loan is refused.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Corporate-advance and P&I-advance subledgers; either may not
      * exist yet, and an account without a record has nothing
      * advanced.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

           SELECT PIADVNC ASSIGN TO "PIADVNC"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADV-ACCT-NO
           FILE STATUS IS WS-PIADVNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
       FD CHGOFF-REPORT.
           01 CHGOFF-REPORT-REC PIC X(80).

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Shared P&I advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CHGOFF-STATUS    PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPADV-OPEN     PIC X(01) VALUE "N".
           01 WS-PIADVNC-STATUS   PIC X(02) VALUE "00".
           01 WS-PIADVNC-OPEN     PIC X(01) VALUE "N".
           01 WS-TRANS-EOF        PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".

           01 WS-FOUND-IDX        PIC 9(04) VALUE ZEROES.

           01 WS-WRITEOFF-BAL     PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-CORP-ADVANCE     PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-CORP-NONREC      PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-PI-ADVANCE       PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-CHARGED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-CHARGED-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CORPADV-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-CORPNONREC-TOTAL PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-PIADV-TOTAL      PIC 9(11)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               OPEN OUTPUT DELTA-FILE
           END-IF.
           OPEN OUTPUT CHGOFF-REPORT.
           OPEN INPUT CORPADV.
           IF WS-CORPADV-STATUS = "00"
               MOVE "Y" TO WS-CORPADV-OPEN
           END-IF.
           OPEN INPUT PIADVNC.
           IF WS-PIADVNC-STATUS = "00"
               MOVE "Y" TO WS-PIADVNC-OPEN
           END-IF.

           PERFORM UNTIL WS-TRANS-EOF = "Y"
               READ TRANS-FILE
           CLOSE GL-FEED.
           CLOSE DELTA-FILE.
           CLOSE CHGOFF-REPORT.
           IF WS-CORPADV-OPEN = "Y"
               CLOSE CORPADV
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               CLOSE PIADVNC
           END-IF.

           DISPLAY "LOANS CHARGED OFF: " WS-CHARGED-COUNTER.
           DISPLAY "CHARGE-OFFS REJECTED: " WS-REJECTED-COUNTER.
               MOVE LOAN-ORIG-PRIN TO WS-WRITEOFF-BAL
           END-IF.

           PERFORM 350-GATHER-ADVANCES.

           MOVE "O" TO LOAN-STATUS.
           REWRITE LOAN-RECORD.

           MOVE 0                TO CHGOFF-RECOVERED.
           MOVE COTRAN-OPERATOR  TO CHGOFF-OPERATOR.
           MOVE COTRAN-REASON    TO CHGOFF-REASON.
           MOVE WS-CORP-ADVANCE  TO CHGOFF-CORP-ADVANCE.
           MOVE WS-CORP-NONREC   TO CHGOFF-CORP-NONREC.
           MOVE WS-PI-ADVANCE    TO CHGOFF-PI-ADVANCE.
           WRITE CHGOFF-REC.

           MOVE SPACES          TO GL-FEED-REC.
           MOVE WS-DETAIL-LINE TO CHGOFF-REPORT-REC.
           WRITE CHGOFF-REPORT-REC.

           ADD WS-CORP-ADVANCE TO WS-CORPADV-TOTAL.
           ADD WS-CORP-NONREC  TO WS-CORPNONREC-TOTAL.
           ADD WS-PI-ADVANCE   TO WS-PIADV-TOTAL.
           IF WS-CORP-ADVANCE > 0
               MOVE WS-CORP-ADVANCE       TO WS-DTL-AMOUNT
               MOVE "CORP ADV UNRECOVERED" TO WS-DTL-ACTION
               MOVE WS-DETAIL-LINE TO CHGOFF-REPORT-REC
               WRITE CHGOFF-REPORT-REC
           END-IF.
           IF WS-CORP-NONREC > 0
               MOVE WS-CORP-NONREC        TO WS-DTL-AMOUNT
               MOVE "CORP ADV NONRECOVER" TO WS-DTL-ACTION
               MOVE WS-DETAIL-LINE TO CHGOFF-REPORT-REC
               WRITE CHGOFF-REPORT-REC
           END-IF.
           IF WS-PI-ADVANCE > 0
               MOVE WS-PI-ADVANCE         TO WS-DTL-AMOUNT
               MOVE "P&I ADV UNRECOVERED" TO WS-DTL-ACTION
               MOVE WS-DETAIL-LINE TO CHGOFF-REPORT-REC
               WRITE CHGOFF-REPORT-REC
           END-IF.

       350-GATHER-ADVANCES.
      * What the servicer has paid out on the loan and not got back
      * goes into the loss alongside the balance written off.
           MOVE 0 TO WS-CORP-ADVANCE.
           MOVE 0 TO WS-CORP-NONREC.
           MOVE 0 TO WS-PI-ADVANCE.
           IF WS-CORPADV-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO CORP-ACCT-NO
               READ CORPADV
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CORP-BALANCE > 0
                           MOVE CORP-BALANCE TO WS-CORP-ADVANCE
                       END-IF
                       IF CORP-NONREC-BALANCE > 0
                           MOVE CORP-NONREC-BALANCE TO WS-CORP-NONREC
                       END-IF
               END-READ
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO ADV-ACCT-NO
               READ PIADVNC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADV-BALANCE > 0
                           MOVE ADV-BALANCE TO WS-PI-ADVANCE
                       END-IF
               END-READ
           END-IF.

       800-REJECT.
           ADD 1 TO WS-REJECTED-COUNTER.
           MOVE COTRAN-ACC TO WS-DTL-ACC.
           MOVE WS-CHARGED-TOTAL      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CHGOFF-REPORT-REC.
           WRITE CHGOFF-REPORT-REC.

           MOVE "CORP ADV UNRECOVERED:" TO WS-TOT-LABEL.
           MOVE WS-CORPADV-TOTAL      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CHGOFF-REPORT-REC.
           WRITE CHGOFF-REPORT-REC.

           MOVE "CORP ADV NONRECOVER:" TO WS-TOT-LABEL.
           MOVE WS-CORPNONREC-TOTAL   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CHGOFF-REPORT-REC.
           WRITE CHGOFF-REPORT-REC.

           MOVE "P&I ADV UNRECOVERED:" TO WS-TOT-LABEL.
           MOVE WS-PIADV-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CHGOFF-REPORT-REC.
           WRITE CHGOFF-REPORT-REC.
