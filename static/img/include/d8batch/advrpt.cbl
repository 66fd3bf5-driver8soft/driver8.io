      ******************************************************************
      *
      * Servicer P&I Advance Report
      * ============================
      *
      * Walks the PIADVNC advance subledger invremit advances into
      * and cashpost and suspwork recover from, and lists on
      * "advrpt" every account the servicer still has money out on
      * for a scheduled/scheduled investor - its investor, the total
      * ever advanced and recovered, the outstanding balance, and the
      * last month advanced - paginated like the other printer
      * reports.  The outstanding balance is totaled by investor and
      * overall, so treasury can see how much servicer cash is tied
      * up in advances and with whom.  Accounts whose advances have
      * all been recovered are counted but not listed.  With no
      * subledger yet the report simply shows nothing outstanding.
      * A company code as the first command-line token limits the
      * report to that servicing company's loans on LOANMSTR, under
      * its name (see complook); with none every company's advances
      * are listed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. advrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIADVNC ASSIGN TO "PIADVNC"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ADV-ACCT-NO
           FILE STATUS IS WS-PIADVNC-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT ADVANCE-REPORT ASSIGN TO "advrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD ADVANCE-REPORT.
           01 ADVANCE-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PIADVNC-STATUS   PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
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

      * Pagination.  WS-LINES-PER-PAGE controls how many detail lines
      * appear before the next page header is thrown.
           01 WS-LINES-PER-PAGE   PIC 9(03) VALUE 20.
           01 WS-LINE-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-PAGE-NUMBER      PIC 9(05) VALUE ZEROES.

           01 WS-ACCOUNT-COUNT    PIC 9(07) VALUE ZEROES.
           01 WS-DETAIL-COUNT     PIC 9(07) VALUE ZEROES.
           01 WS-GRAND-ADVANCED   PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-GRAND-RECOVERED  PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-GRAND-BALANCE    PIC S9(11)V9(02) VALUE ZEROES.

      * Outstanding balance by investor.
           01 WS-INV-TABLE.
               05 WS-INV-ENTRY OCCURS 100 TIMES.
                   10 WS-INV-CODE      PIC X(03).
                   10 WS-INV-COUNT     PIC 9(07).
                   10 WS-INV-BALANCE   PIC S9(11)V9(02).
           01 WS-INV-COUNT-TOTAL  PIC 9(03) VALUE ZEROES.
           01 WS-INV-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-INV-FOUND        PIC 9(03) VALUE ZEROES.

           01 WS-PAGE-HEADER-1.
               05 FILLER           PIC X(12) VALUE "ADVANCE RPT".
               05 FILLER           PIC X(08) VALUE SPACES.
               05 FILLER           PIC X(10) VALUE "RUN DATE:".
               05 WS-HDR-RUN-DATE  PIC X(10).
               05 FILLER           PIC X(16) VALUE SPACES.
               05 FILLER           PIC X(05) VALUE "PAGE ".
               05 WS-HDR-PAGE-NO   PIC ZZZZ9.

           01 WS-PAGE-HEADER-2.
               05 FILLER           PIC X(12) VALUE "ACCOUNT".
               05 FILLER           PIC X(05) VALUE "INV".
               05 FILLER           PIC X(15) VALUE "     ADVANCED".
               05 FILLER           PIC X(15) VALUE "    RECOVERED".
               05 FILLER           PIC X(15) VALUE "  OUTSTANDING".
               05 FILLER           PIC X(08) VALUE "LAST DUE".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-INV       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ADVANCED  PIC Z(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RECOVERED PIC Z(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-BALANCE   PIC Z(9)9.99-.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-LAST-DUE  PIC 9(06).

           01 WS-INV-TOTAL-LINE.
               05 FILLER           PIC X(09) VALUE "INVESTOR ".
               05 WS-ITL-CODE      PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-ITL-COUNT     PIC Z(6)9.
               05 FILLER           PIC X(10) VALUE " ACCOUNTS ".
               05 WS-ITL-BALANCE   PIC Z(10)9.99-.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(24).
               05 WS-TOT-VALUE     PIC Z(10)9.99-.

      * Company the report is limited to; spaces for every company.
           01 WS-COMPANY-PARM     PIC X(03) VALUE SPACES.
           01 WS-LOAN-COMPANY     PIC X(03) VALUE SPACES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CL-CODE       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-COMPANY-PARM FROM COMMAND-LINE.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE "L"             TO CMP-FUNCTION
               MOVE WS-COMPANY-PARM TO CMP-CODE
               CALL "complook" USING CMP-PARAMS
               IF NOT CMP-FOUND
                   DISPLAY "COMPANY NOT ON FILE: " WS-COMPANY-PARM
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-COMPANY-PARM TO WS-CL-CODE
               MOVE CMP-NAME        TO WS-CL-NAME
               OPEN INPUT LOANMSTR
               IF WS-LOANMSTR-STATUS NOT = "00"
                   DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                           WS-LOANMSTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-MONTH TO WS-RUN-DATE-MM.
           MOVE WS-RUN-DAY   TO WS-RUN-DATE-DD.
           MOVE WS-RUN-YEAR  TO WS-RUN-DATE-YYYY.
           MOVE WS-RUN-DATE-EDIT TO WS-HDR-RUN-DATE.

           OPEN OUTPUT ADVANCE-REPORT.
           OPEN INPUT PIADVNC.
           IF WS-PIADVNC-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ PIADVNC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 050-CHECK-COMPANY
                       IF WS-COMPANY-PARM = SPACES
                               OR WS-LOAN-COMPANY = WS-COMPANY-PARM
                           PERFORM 100-REPORT-ACCOUNT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE PIADVNC
           END-IF.
           IF WS-COMPANY-PARM NOT = SPACES
               CLOSE LOANMSTR
           END-IF.

           IF WS-LINE-COUNT = 0 AND WS-PAGE-NUMBER = 0
               PERFORM 200-WRITE-PAGE-HEADER
           END-IF.
           PERFORM 800-WRITE-INVESTOR-TOTALS.
           PERFORM 900-WRITE-GRAND-TOTALS.

           CLOSE ADVANCE-REPORT.
           DISPLAY "ADVANCE ACCOUNTS: "    WS-ACCOUNT-COUNT.
           DISPLAY "ADVANCES OUTSTANDING: " WS-DETAIL-COUNT.
           GOBACK.

       050-CHECK-COMPANY.
      * The company that owns the advanced account; one the master
      * does not carry is the house company's.
           MOVE SPACES TO WS-LOAN-COMPANY.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE ADV-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-COMPANY-CODE TO WS-LOAN-COMPANY
               END-READ
           END-IF.
           IF WS-LOAN-COMPANY = SPACES
               MOVE "001" TO WS-LOAN-COMPANY
           END-IF.

       100-REPORT-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD ADV-ADVANCED-TOTAL  TO WS-GRAND-ADVANCED.
           ADD ADV-RECOVERED-TOTAL TO WS-GRAND-RECOVERED.
           IF ADV-BALANCE NOT = 0
               IF WS-LINE-COUNT = 0
                   PERFORM 200-WRITE-PAGE-HEADER
               END-IF
               MOVE ADV-ACCT-NO         TO WS-DTL-ACC
               MOVE ADV-INVESTOR        TO WS-DTL-INV
               MOVE ADV-ADVANCED-TOTAL  TO WS-DTL-ADVANCED
               MOVE ADV-RECOVERED-TOTAL TO WS-DTL-RECOVERED
               MOVE ADV-BALANCE         TO WS-DTL-BALANCE
               MOVE ADV-LAST-DUE-MM     TO WS-DTL-LAST-DUE
               MOVE WS-DETAIL-LINE      TO ADVANCE-REPORT-REC
               WRITE ADVANCE-REPORT-REC
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-DETAIL-COUNT
               ADD ADV-BALANCE TO WS-GRAND-BALANCE
               PERFORM 300-ACCUMULATE-INVESTOR
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   MOVE 0 TO WS-LINE-COUNT
               END-IF
           END-IF.

       200-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           MOVE WS-PAGE-HEADER-1 TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE WS-COMPANY-LINE TO ADVANCE-REPORT-REC
               WRITE ADVANCE-REPORT-REC
           END-IF.
           MOVE SPACES TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.
           MOVE WS-PAGE-HEADER-2 TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.
           MOVE SPACES TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.

       300-ACCUMULATE-INVESTOR.
           MOVE 0 TO WS-INV-FOUND.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT-TOTAL
                      OR WS-INV-FOUND > 0
               IF WS-INV-CODE(WS-INV-IDX) = ADV-INVESTOR
                   MOVE WS-INV-IDX TO WS-INV-FOUND
               END-IF
           END-PERFORM.
           IF WS-INV-FOUND = 0
               IF WS-INV-COUNT-TOTAL < 100
                   ADD 1 TO WS-INV-COUNT-TOTAL
                   MOVE ADV-INVESTOR
                       TO WS-INV-CODE(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-COUNT(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-BALANCE(WS-INV-COUNT-TOTAL)
                   MOVE WS-INV-COUNT-TOTAL TO WS-INV-FOUND
               ELSE
                   DISPLAY "INVESTOR TABLE FULL: " ADV-INVESTOR
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-INV-FOUND > 0
               ADD 1 TO WS-INV-COUNT(WS-INV-FOUND)
               ADD ADV-BALANCE TO WS-INV-BALANCE(WS-INV-FOUND)
           END-IF.

       800-WRITE-INVESTOR-TOTALS.
           MOVE SPACES TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT-TOTAL
               MOVE WS-INV-CODE(WS-INV-IDX)    TO WS-ITL-CODE
               MOVE WS-INV-COUNT(WS-INV-IDX)   TO WS-ITL-COUNT
               MOVE WS-INV-BALANCE(WS-INV-IDX) TO WS-ITL-BALANCE
               MOVE WS-INV-TOTAL-LINE TO ADVANCE-REPORT-REC
               WRITE ADVANCE-REPORT-REC
           END-PERFORM.

       900-WRITE-GRAND-TOTALS.
           MOVE SPACES TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.

           MOVE "ACCOUNTS ON SUBLEDGER:" TO WS-TOT-LABEL.
           MOVE WS-ACCOUNT-COUNT        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.

           MOVE "ACCOUNTS OUTSTANDING:" TO WS-TOT-LABEL.
           MOVE WS-DETAIL-COUNT         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.

           MOVE "TOTAL ADVANCED:"       TO WS-TOT-LABEL.
           MOVE WS-GRAND-ADVANCED       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.

           MOVE "TOTAL RECOVERED:"      TO WS-TOT-LABEL.
           MOVE WS-GRAND-RECOVERED      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.

           MOVE "TOTAL OUTSTANDING:"    TO WS-TOT-LABEL.
           MOVE WS-GRAND-BALANCE        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE           TO ADVANCE-REPORT-REC.
           WRITE ADVANCE-REPORT-REC.
