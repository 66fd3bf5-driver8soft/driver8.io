      * trends the per-bucket past-due totals over the last twelve
      * snapshots, so month-end "are the buckets growing" questions
      * can finally be answered from what the system keeps.  Output
      * goes to "rollrept".  A company code as the first
      * command-line token compares and trends only the accounts
      * that servicing company owns on LOANMSTR, under its name
      * (see complook); with none the whole book is reported.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT ROLL-REPORT ASSIGN TO "rollrept"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
               05 FILLER             PIC X(01).
               05 SNAP-AMOUNT        PIC 9(09)V9(02).

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD ROLL-REPORT.
           01 ROLL-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-PASS             PIC 9(01) VALUE 1.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".

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

      * Every distinct snapshot date seen, with its per-bucket
      * past-due totals, accumulated on the first pass.  Twenty-four
               05 WS-TOT-VALUE     PIC Z(8)9.99.

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

      * Pass 1: find every snapshot date and total its buckets.
           OPEN INPUT AGING-HISTORY.
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ AGING-HISTORY
               AT END MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   PERFORM 050-CHECK-COMPANY
                   PERFORM 100-ACCUMULATE-DATE
               END-READ
           END-PERFORM.
           CLOSE AGING-HISTORY.

           OPEN OUTPUT ROLL-REPORT.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE WS-COMPANY-LINE TO ROLL-REPORT-REC
               WRITE ROLL-REPORT-REC
           END-IF.
           IF WS-DATE-COUNT < 2
               MOVE "FEWER THAN TWO SNAPSHOTS ON FILE"
                   TO ROLL-REPORT-REC
               WRITE ROLL-REPORT-REC
               CLOSE ROLL-REPORT
               IF WS-COMPANY-PARM NOT = SPACES
                   CLOSE LOANMSTR
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
               READ AGING-HISTORY
               AT END MOVE "Y" TO WS-HIST-EOF
               NOT AT END
                   PERFORM 050-CHECK-COMPANY
                   IF WS-COMPANY-PARM = SPACES
                           OR WS-LOAN-COMPANY = WS-COMPANY-PARM
                       PERFORM 300-LOAD-COMPARE-ENTRY
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE AGING-HISTORY.
           IF WS-COMPANY-PARM NOT = SPACES
               CLOSE LOANMSTR
           END-IF.

           PERFORM 400-COMPARE-SNAPSHOTS.
           PERFORM 800-WRITE-TREND.
           DISPLAY "CURED: "          WS-CURED-COUNTER.
           GOBACK.

       050-CHECK-COMPANY.
      * The company that owns the snapshot's account; one the
      * master does not carry is the house company's.
           MOVE SPACES TO WS-LOAN-COMPANY.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE SNAP-ACC TO LOAN-ACCT-NO
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

       100-ACCUMULATE-DATE.
      * Every snapshot date counts, but only the company's accounts
      * add to its totals when the report is limited to one.
           MOVE 0 TO WS-DATE-FOUND.
           PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
                   UNTIL WS-DATE-IDX > WS-DATE-COUNT
               END-IF
           END-IF.
           IF WS-DATE-FOUND > 0 AND SNAP-BUCKET >= 1
                   AND (WS-COMPANY-PARM = SPACES
                        OR WS-LOAN-COMPANY = WS-COMPANY-PARM)
               ADD SNAP-AMOUNT
                   TO WS-TBL-BUCKET-TOT(WS-DATE-FOUND, SNAP-BUCKET)
           END-IF.
