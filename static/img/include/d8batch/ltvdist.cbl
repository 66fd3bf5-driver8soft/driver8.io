      * valuation on COLLMSTR, bucketed into LTV bands with a count
      * and balance total per band on "ltvrpt".  Loans with no
      * collateral record, or no valuation, are counted on their own
      * line rather than guessed into a band.  A company code as the
      * first command-line token limits the report to that
      * servicing company's loans, under its name (see complook);
      * with none the whole book is banded.
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

      * Scheduled balance as of the run month, per account, gathered
      * from the schedule file before the master pass.
           01 WS-BAL-TABLE.
               05 WS-BND-BALANCE   PIC Z(10)9.99.

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
                           PERFORM 200-BAND-ACCOUNT
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           END-IF.

       900-WRITE-DISTRIBUTION.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE WS-COMPANY-PARM TO WS-CL-CODE
               MOVE CMP-NAME        TO WS-CL-NAME
               MOVE WS-COMPANY-LINE TO LTV-REPORT-REC
               WRITE LTV-REPORT-REC
           END-IF.
           MOVE "LTV BAND          COUNT       BALANCE"
               TO LTV-REPORT-REC.
           WRITE LTV-REPORT-REC.
