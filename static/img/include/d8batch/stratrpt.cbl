      * and weighted-average remaining term, plus balance
      * stratifications by rate band, product, investor, and
      * status, each band with its loan count and balance.  The
      * report carries the run id the other reports carry.  A
      * company code as the first command-line token stratifies
      * only that servicing company's loans, under its name (see
      * complook); with none the whole book is stratified.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-YYYYMM       PIC 9(06).

      * Company the report is limited to; spaces for the whole book.
           01 WS-COMPANY-PARM     PIC X(03) VALUE SPACES.
           01 WS-LOAN-COMPANY     PIC X(03) VALUE SPACES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CL-CODE       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(40).

      * Scheduled balance as of the run month, per account.
           01 WS-BAL-TABLE.
               05 WS-BAL-ENTRY OCCURS 5000 TIMES.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
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
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.
                           AND LOAN-ACCT-NO NOT = WS-HEADER-SENTINEL
                           AND LOAN-ACCT-NO
                               NOT = WS-TRAILER-SENTINEL
                       MOVE LOAN-COMPANY-CODE TO WS-LOAN-COMPANY
                       IF WS-LOAN-COMPANY = SPACES
                           MOVE "001" TO WS-LOAN-COMPANY
                       END-IF
                       IF WS-COMPANY-PARM = SPACES
                               OR WS-COMPANY-PARM = WS-LOAN-COMPANY
                           PERFORM 200-STRATIFY-ACCOUNT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           MOVE RUNCTL-RUN-ID TO WS-RUNID-VALUE.
           MOVE WS-RUNID-LINE TO STRAT-REPORT-REC.
           WRITE STRAT-REPORT-REC.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE WS-COMPANY-PARM TO WS-CL-CODE
               MOVE CMP-NAME        TO WS-CL-NAME
               MOVE WS-COMPANY-LINE TO STRAT-REPORT-REC
               WRITE STRAT-REPORT-REC
           END-IF.

           IF WS-BALANCE-TOTAL > 0
               COMPUTE WS-WAC ROUNDED =
