      ******************************************************************
      *
      * Year-End Escrow Interest (1099-INT) Extract
      * ============================================
      *
      * Totals the interest on escrow the monthly escint run
      * credited to each account in the statement year, off its
      * "escintj" journal, and writes both the print-image borrower
      * statement file "stmt1099" and the fixed-layout "ext1099"
      * extract for the tax reporting service, the same way int1098
      * produces the 1098.  Only accounts paid at least the 1099-INT
      * reporting floor are reported; the rest are counted on the
      * totals.  The statement year comes from the command line and
      * defaults to the calendar year just ended, so the January
      * run needs no parameter at all.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. int1099.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-JOURNAL ASSIGN TO "escintj"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT STATEMENT-1099 ASSIGN TO "stmt1099"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT EXTRACT-1099 ASSIGN TO "ext1099"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared escrow-interest journal record; see escintj.cpy.
       FD INTEREST-JOURNAL.
           COPY "escintj.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD STATEMENT-1099.
           01 STATEMENT-1099-REC PIC X(80).

       FD EXTRACT-1099.
           01 EXTRACT-1099-REC.
               05 EXT-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 EXT-YEAR           PIC 9(04).
               05 FILLER             PIC X(01).
               05 EXT-INTEREST       PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 EXT-NAME           PIC X(30).
               05 FILLER             PIC X(01).
               05 EXT-ADDR           PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS   PIC X(02) VALUE "00".
           01 WS-JOURNAL-EOF      PIC X(01) VALUE "N".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-YEAR-PARM        PIC X(04) VALUE SPACES.
           01 WS-STMT-YEAR        PIC 9(04) VALUE ZEROES.
           01 WS-PAID-YEAR        PIC 9(04).

      * The 1099-INT reporting floor.
           01 WS-REPORT-FLOOR     PIC 9(03)V9(02) VALUE 10.00.

      * Interest credited in the statement year, per account.
           01 WS-INT-TABLE.
               05 WS-INT-ENTRY OCCURS 10000 TIMES.
                   10 WS-INT-ACC       PIC X(10).
                   10 WS-INT-AMOUNT    PIC 9(07)V9(02).
           01 WS-INT-COUNT        PIC 9(05) VALUE ZEROES.
           01 WS-INT-IDX          PIC 9(05) VALUE ZEROES.
           01 WS-INT-FOUND        PIC 9(05) VALUE ZEROES.
           01 WS-INT-OVERFLOW     PIC X(01) VALUE "N".

           01 WS-STMT-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-UNDER-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-INTEREST-TOTAL   PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-STMT-LINE-1.
               05 FILLER           PIC X(09) VALUE "ACCOUNT: ".
               05 WS-STMT-ACC      PIC X(10).
               05 FILLER           PIC X(12) VALUE "   TAX YEAR ".
               05 WS-STMT-YEAR-ED  PIC 9(04).

           01 WS-STMT-LINE-2.
               05 WS-STMT-NAME     PIC X(30).

           01 WS-STMT-LINE-3.
               05 WS-STMT-ADDR     PIC X(40).

           01 WS-STMT-LINE-4.
               05 FILLER           PIC X(22)
                   VALUE "INTEREST ON ESCROW".
               05 FILLER           PIC X(02) VALUE ": ".
               05 WS-STMT-INTEREST PIC Z(6)9.99.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-YEAR-PARM FROM COMMAND-LINE.
           IF WS-YEAR-PARM NUMERIC AND WS-YEAR-PARM NOT = "0000"
               MOVE WS-YEAR-PARM TO WS-STMT-YEAR
           ELSE
               COMPUTE WS-STMT-YEAR = WS-RUN-YEAR - 1
           END-IF.
           MOVE WS-STMT-YEAR TO WS-STMT-YEAR-ED.

           OPEN INPUT INTEREST-JOURNAL.
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "Y" TO WS-JOURNAL-EOF
           END-IF.
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ INTEREST-JOURNAL
               AT END MOVE "Y" TO WS-JOURNAL-EOF
               NOT AT END
                   PERFORM 100-ACCUMULATE-CREDIT
               END-READ
           END-PERFORM.
           IF WS-JOURNAL-STATUS NOT = "35"
               CLOSE INTEREST-JOURNAL
           END-IF.
           IF WS-INT-OVERFLOW = "Y"
               DISPLAY "ESCROW INTEREST TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN OUTPUT STATEMENT-1099.
           OPEN OUTPUT EXTRACT-1099.

           PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                   UNTIL WS-INT-IDX > WS-INT-COUNT
               IF WS-INT-AMOUNT(WS-INT-IDX) < WS-REPORT-FLOOR
                   ADD 1 TO WS-UNDER-COUNTER
               ELSE
                   PERFORM 200-WRITE-STATEMENT
               END-IF
           END-PERFORM.

           PERFORM 900-WRITE-STATEMENT-TOTALS.

           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           CLOSE STATEMENT-1099.
           CLOSE EXTRACT-1099.

           DISPLAY "1099-INT STATEMENTS WRITTEN: " WS-STMT-COUNTER.
           DISPLAY "UNDER REPORTING FLOOR: "       WS-UNDER-COUNTER.
           GOBACK.

       100-ACCUMULATE-CREDIT.
      * Interest counts in the year it was credited.
           DIVIDE EIJ-DATE BY 10000 GIVING WS-PAID-YEAR.
           IF WS-PAID-YEAR = WS-STMT-YEAR
               MOVE 0 TO WS-INT-FOUND
               PERFORM VARYING WS-INT-IDX FROM 1 BY 1
                       UNTIL WS-INT-IDX > WS-INT-COUNT
                          OR WS-INT-FOUND > 0
                   IF WS-INT-ACC(WS-INT-IDX) = EIJ-ACCT
                       MOVE WS-INT-IDX TO WS-INT-FOUND
                   END-IF
               END-PERFORM
               IF WS-INT-FOUND = 0
                   IF WS-INT-COUNT < 10000
                       ADD 1 TO WS-INT-COUNT
                       MOVE EIJ-ACCT TO WS-INT-ACC(WS-INT-COUNT)
                       MOVE 0 TO WS-INT-AMOUNT(WS-INT-COUNT)
                       MOVE WS-INT-COUNT TO WS-INT-FOUND
                   ELSE
      * An account the table loses understates a tax document;
      * the run refuses instead.
                       MOVE "Y" TO WS-INT-OVERFLOW
                       MOVE "Y" TO WS-JOURNAL-EOF
                   END-IF
               END-IF
               IF WS-INT-FOUND > 0
                   ADD EIJ-AMOUNT TO WS-INT-AMOUNT(WS-INT-FOUND)
               END-IF
           END-IF.

       200-WRITE-STATEMENT.
      * The recipient is the borrower of record on the loan master.
           MOVE SPACES TO LOAN-CUST-NAME.
           MOVE SPACES TO LOAN-CUST-ADDR.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE WS-INT-ACC(WS-INT-IDX) TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       MOVE SPACES TO LOAN-CUST-NAME
                       MOVE SPACES TO LOAN-CUST-ADDR
               END-READ
           END-IF.
           ADD 1 TO WS-STMT-COUNTER.
           ADD WS-INT-AMOUNT(WS-INT-IDX) TO WS-INTEREST-TOTAL.
           MOVE WS-INT-ACC(WS-INT-IDX)    TO WS-STMT-ACC.
           MOVE WS-STMT-LINE-1   TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.
           MOVE LOAN-CUST-NAME   TO WS-STMT-NAME.
           MOVE WS-STMT-LINE-2   TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.
           MOVE LOAN-CUST-ADDR   TO WS-STMT-ADDR.
           MOVE WS-STMT-LINE-3   TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.
           MOVE WS-INT-AMOUNT(WS-INT-IDX) TO WS-STMT-INTEREST.
           MOVE WS-STMT-LINE-4   TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.
           MOVE SPACES           TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.
           MOVE SPACES           TO EXTRACT-1099-REC.
           MOVE WS-INT-ACC(WS-INT-IDX)    TO EXT-ACC.
           MOVE WS-STMT-YEAR     TO EXT-YEAR.
           MOVE WS-INT-AMOUNT(WS-INT-IDX) TO EXT-INTEREST.
           MOVE LOAN-CUST-NAME   TO EXT-NAME.
           MOVE LOAN-CUST-ADDR   TO EXT-ADDR.
           WRITE EXTRACT-1099-REC.

       900-WRITE-STATEMENT-TOTALS.
           MOVE "STATEMENTS WRITTEN:"  TO WS-TOT-LABEL.
           MOVE WS-STMT-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.

           MOVE "UNDER REPORTING FLOOR:" TO WS-TOT-LABEL.
           MOVE WS-UNDER-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.

           MOVE "TOTAL INTEREST PAID:" TO WS-TOT-LABEL.
           MOVE WS-INTEREST-TOTAL      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO STATEMENT-1099-REC.
           WRITE STATEMENT-1099-REC.
