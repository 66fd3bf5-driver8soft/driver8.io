      ******************************************************************
      *
      * Monthly REO Inventory Report
      * =============================
      *
      * Lists every property still held on REOMSTR - acquired at
      * foreclosure sale and not yet resold - on the "reoinvrpt"
      * report: the acquisition date and days held to the run date,
      * whether it is listed, the carrying value and the current
      * list price, how many times the price has been cut, and the
      * holding expenses so far.  Anything held past the aged window
      * is flagged.  Totals give the count held and listed, the
      * carrying value and holding expenses on the books, the
      * average days held, and the sales closed this calendar
      * month.  Run at month end.  A company code as the first
      * command-line token limits the report to the properties
      * taken on that servicing company's loans (the company on
      * LOANMSTR), under its name (see complook); with none every
      * company's inventory is listed.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reoinv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REOMSTR ASSIGN TO "REOMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS REO-ACCT-NO
           FILE STATUS IS WS-REOMSTR-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT INVENTORY-REPORT ASSIGN TO "reoinvrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared REO asset record; see reorec.cpy.
       FD REOMSTR.
           COPY "reorec.cpy".

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD INVENTORY-REPORT.
           01 INVENTORY-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-REOMSTR-STATUS   PIC X(02) VALUE "00".
           01 WS-REOMSTR-EOF      PIC X(01) VALUE "N".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".

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

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-ACQ-YEAR         PIC 9(04).
           01 WS-ACQ-MMDD         PIC 9(04).
           01 WS-ACQ-MONTH        PIC 9(02).
           01 WS-ACQ-DAY          PIC 9(02).
           01 WS-ACQ-TOTAL-DAYS   PIC 9(07).
           01 WS-DAYS-HELD        PIC S9(07).
           01 WS-SALE-YYYYMM      PIC 9(06).
           01 WS-RUN-YYYYMM       PIC 9(06).

      * A property held past this many days is flagged aged.
           01 WS-AGED-DAYS        PIC 9(03) VALUE 180.

           01 WS-HELD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-LISTED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-AGED-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-SOLD-MONTH-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CARRY-TOTAL      PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-EXPENSE-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-DAYS-TOTAL       PIC 9(11) VALUE ZEROES.
           01 WS-AVERAGE-DAYS     PIC 9(07) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(12) VALUE "ACCOUNT".
               05 FILLER PIC X(10) VALUE "ACQUIRED".
               05 FILLER PIC X(06) VALUE " DAYS".
               05 FILLER PIC X(08) VALUE "  STATUS".
               05 FILLER PIC X(15) VALUE "   CARRY VALUE".
               05 FILLER PIC X(15) VALUE "    LIST PRICE".
               05 FILLER PIC X(05) VALUE " CUTS".
               05 FILLER PIC X(15) VALUE "   HOLD EXPENSE".
               05 FILLER PIC X(06) VALUE SPACES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACQ-DATE  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DAYS      PIC ZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-STATUS    PIC X(06).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-CARRY     PIC Z(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-LIST      PIC Z(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-CUTS      PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-EXPENSE   PIC Z(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-FLAG      PIC X(05).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(10)9.99.

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
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.
           COMPUTE WS-RUN-YYYYMM = WS-RUN-YEAR * 100 + WS-RUN-MONTH.

           OPEN INPUT REOMSTR.
           IF WS-REOMSTR-STATUS NOT = "00"
               DISPLAY "REOMSTR OPEN FAILED, STATUS: "
                       WS-REOMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT INVENTORY-REPORT.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE WS-COMPANY-LINE TO INVENTORY-REPORT-REC
               WRITE INVENTORY-REPORT-REC
           END-IF.
           MOVE WS-HEADER-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           PERFORM UNTIL WS-REOMSTR-EOF = "Y"
               READ REOMSTR NEXT RECORD
               AT END MOVE "Y" TO WS-REOMSTR-EOF
               NOT AT END
                   PERFORM 050-CHECK-COMPANY
                   IF WS-COMPANY-PARM = SPACES
                           OR WS-LOAN-COMPANY = WS-COMPANY-PARM
                       PERFORM 100-REPORT-ASSET
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE REOMSTR.
           CLOSE INVENTORY-REPORT.
           IF WS-COMPANY-PARM NOT = SPACES
               CLOSE LOANMSTR
           END-IF.

           DISPLAY "REO PROPERTIES HELD: " WS-HELD-COUNTER.
           DISPLAY "REO PROPERTIES AGED: " WS-AGED-COUNTER.
           DISPLAY "REO SALES THIS MONTH: " WS-SOLD-MONTH-COUNTER.
           GOBACK.

       050-CHECK-COMPANY.
      * The company that serviced the foreclosed loan; one the
      * master no longer carries is the house company's.
           MOVE SPACES TO WS-LOAN-COMPANY.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE REO-ACCT-NO TO LOAN-ACCT-NO
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

       100-REPORT-ASSET.
      * A sold asset only counts toward the month's sales.
           IF REO-ST-SOLD
               DIVIDE REO-SALE-DATE BY 100 GIVING WS-SALE-YYYYMM
               IF WS-SALE-YYYYMM = WS-RUN-YYYYMM
                   ADD 1 TO WS-SOLD-MONTH-COUNTER
               END-IF
           ELSE
               PERFORM 200-REPORT-HELD-ASSET
           END-IF.

       200-REPORT-HELD-ASSET.
           DIVIDE REO-ACQ-DATE BY 10000
               GIVING WS-ACQ-YEAR
               REMAINDER WS-ACQ-MMDD.
           DIVIDE WS-ACQ-MMDD BY 100
               GIVING WS-ACQ-MONTH
               REMAINDER WS-ACQ-DAY.
           COMPUTE WS-ACQ-TOTAL-DAYS =
                   WS-ACQ-YEAR * 360 + WS-ACQ-MONTH * 30
                   + WS-ACQ-DAY.
           COMPUTE WS-DAYS-HELD =
                   WS-RUN-TOTAL-DAYS - WS-ACQ-TOTAL-DAYS.
           IF WS-DAYS-HELD < 0
               MOVE 0 TO WS-DAYS-HELD
           END-IF.

           ADD 1 TO WS-HELD-COUNTER.
           ADD WS-DAYS-HELD     TO WS-DAYS-TOTAL.
           ADD REO-CARRY-VALUE  TO WS-CARRY-TOTAL.
           ADD REO-HOLD-EXPENSE TO WS-EXPENSE-TOTAL.

           MOVE REO-ACCT-NO      TO WS-DTL-ACC.
           MOVE REO-ACQ-DATE     TO WS-DTL-ACQ-DATE.
           MOVE WS-DAYS-HELD     TO WS-DTL-DAYS.
           IF REO-ST-LISTED
               ADD 1 TO WS-LISTED-COUNTER
               MOVE "LISTED" TO WS-DTL-STATUS
           ELSE
               MOVE "HELD"   TO WS-DTL-STATUS
           END-IF.
           MOVE REO-CARRY-VALUE  TO WS-DTL-CARRY.
           MOVE REO-LIST-PRICE   TO WS-DTL-LIST.
           MOVE REO-REDUCE-COUNT TO WS-DTL-CUTS.
           MOVE REO-HOLD-EXPENSE TO WS-DTL-EXPENSE.
           IF WS-DAYS-HELD > WS-AGED-DAYS
               ADD 1 TO WS-AGED-COUNTER
               MOVE "AGED" TO WS-DTL-FLAG
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           IF WS-HELD-COUNTER > 0
               DIVIDE WS-DAYS-TOTAL BY WS-HELD-COUNTER
                   GIVING WS-AVERAGE-DAYS ROUNDED
           END-IF.

           MOVE SPACES TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           MOVE "PROPERTIES HELD:"    TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           MOVE "PROPERTIES LISTED:"  TO WS-TOT-LABEL.
           MOVE WS-LISTED-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           MOVE "PROPERTIES AGED:"    TO WS-TOT-LABEL.
           MOVE WS-AGED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           MOVE "CARRYING VALUE:"     TO WS-TOT-LABEL.
           MOVE WS-CARRY-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           MOVE "HOLDING EXPENSES:"   TO WS-TOT-LABEL.
           MOVE WS-EXPENSE-TOTAL      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           MOVE "AVERAGE DAYS HELD:"  TO WS-TOT-LABEL.
           MOVE WS-AVERAGE-DAYS       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.

           MOVE "SOLD THIS MONTH:"    TO WS-TOT-LABEL.
           MOVE WS-SOLD-MONTH-COUNTER TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INVENTORY-REPORT-REC.
           WRITE INVENTORY-REPORT-REC.
