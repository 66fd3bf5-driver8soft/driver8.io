      * Reads the "payhist" payment-history file and produces a
      * 30/60/90-day aging report by account on "agingrpt", since
      * today identifying delinquent loans is a manual spreadsheet
      * exercise outside the system entirely.  A balloon past its
      * due date is not aged: matpass lists the open balloons on
      * "balmatur" and reports the matured ones on its own
      * exception report, so here they are totalled on a line of
      * their own and kept out of the buckets and the snapshots.
      * A company code as the first command-line token ages only
      * the items of accounts that servicing company owns on
      * LOANMSTR, under its name (see complook).  Such a run is a
      * view of one company's book and appends no snapshot; the
      * history is kept by the unrestricted run, so no account
      * looks cured for want of a line.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL.


           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * Repayment plans maintained by rpmaint; arrears from before
      * an active plan's start are treated as current while the
      * borrower keeps the plan.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGINGHIST-STATUS.

      * Open balloons matpass lists each month; optional.
           SELECT BALLOON-FILE ASSIGN TO "balmatur"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BALLOON-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per expected payment: the due date, the date it was
       FD AGING-REPORT.
           01 AGING-REPORT-REC PIC X(80).

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared repayment-plan record; see rplanrec.cpy.
       FD PLAN-FILE.
           COPY "rplanrec.cpy".
               05 FILLER             PIC X(01).
               05 SNAP-AMOUNT        PIC 9(09)V9(02).

      * Mirrors matpass's own FD BALLOON-FILE layout field for
      * field.
       FD BALLOON-FILE.
           01 BALLOON-REC.
               05 BMT-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 BMT-DUE-MONTH      PIC 9(06).
               05 FILLER             PIC X(01).
               05 BMT-AMOUNT         PIC 9(07)V9(02).

       WORKING-STORAGE SECTION.
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-AGINGHIST-STATUS PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".

      * Company the report is limited to; spaces for the whole book.
      * Items of one account usually sit together, so the last
      * account looked up is kept.
           01 WS-COMPANY-PARM     PIC X(03) VALUE SPACES.
           01 WS-LOAN-COMPANY     PIC X(03) VALUE SPACES.
           01 WS-LAST-CO-ACC      PIC X(10) VALUE SPACES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CL-CODE       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(40).
           01 WS-PLAN-STATUS      PIC X(02) VALUE "00".
           01 WS-PLAN-EOF         PIC X(01) VALUE "N".
      * Active repayment plans; an open item due before its
           01 WS-PLAN-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-PLN-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-ON-PLAN          PIC X(01) VALUE "N".
           01 WS-BALLOON-STATUS   PIC X(02) VALUE "00".
           01 WS-BALLOON-EOF      PIC X(01) VALUE "N".
      * Open balloons by account and due month; an item matching
      * one that has come due is a matured balloon.
           01 WS-BALLOON-TABLE.
               05 WS-BALLOON-ENTRY OCCURS 2000 TIMES.
                   10 WS-BAL-ACC       PIC X(10).
                   10 WS-BAL-DUE-MONTH PIC 9(06).
           01 WS-BALLOON-COUNT    PIC 9(04) VALUE ZEROES.
           01 WS-BAL-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-IS-BALLOON       PIC X(01) VALUE "N".
           01 WS-ITEM-YYYYMM      PIC 9(06) VALUE ZEROES.
      * Run date, broken down the same way bcuota's schedule dates
      * are, expressed as a 30/360 day count for aging math.
           01 WS-RUN-DATE.
           01 WS-60-DAY-TOTAL     PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-90-DAY-TOTAL     PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-OVER-90-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-BALLOON-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
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

           PERFORM 070-LOAD-PLANS.
           PERFORM 080-LOAD-BALLOONS.

           OPEN INPUT PAYMENT-HISTORY.
           OPEN OUTPUT AGING-REPORT.
           MOVE RUNCTL-RUN-ID TO WS-RUNID-VALUE.
           MOVE WS-RUNID-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE WS-COMPANY-LINE TO AGING-REPORT-REC
               WRITE AGING-REPORT-REC
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ PAYMENT-HISTORY
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 090-CHECK-COMPANY
                   IF WS-COMPANY-PARM = SPACES
                           OR WS-LOAN-COMPANY = WS-COMPANY-PARM
                       PERFORM 100-AGE-PAYMENT
                   END-IF
               END-READ
           END-PERFORM.

               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 900-WRITE-TOTALS
               IF WS-COMPANY-PARM = SPACES
                   PERFORM 950-APPEND-SNAPSHOTS
               END-IF
           END-IF.

           CLOSE PAYMENT-HISTORY.
           CLOSE AGING-REPORT.
           IF WS-COMPANY-PARM NOT = SPACES
               CLOSE LOANMSTR
           END-IF.
           GOBACK.

       070-LOAD-PLANS.
               CLOSE PLAN-FILE
           END-IF.

       080-LOAD-BALLOONS.
           OPEN INPUT BALLOON-FILE.
           IF WS-BALLOON-STATUS = "35"
               MOVE "Y" TO WS-BALLOON-EOF
           ELSE
               PERFORM UNTIL WS-BALLOON-EOF = "Y"
                   READ BALLOON-FILE
                   AT END MOVE "Y" TO WS-BALLOON-EOF
                   NOT AT END
                       IF WS-BALLOON-COUNT < 2000
                           ADD 1 TO WS-BALLOON-COUNT
                           MOVE BMT-ACC
                               TO WS-BAL-ACC(WS-BALLOON-COUNT)
                           MOVE BMT-DUE-MONTH
                               TO WS-BAL-DUE-MONTH(WS-BALLOON-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE BALLOON-FILE
           END-IF.

       085-CHECK-BALLOON.
           MOVE "N" TO WS-IS-BALLOON.
           DIVIDE PAYHIST-DUE-DATE BY 100
               GIVING WS-ITEM-YYYYMM.
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                   UNTIL WS-BAL-IDX > WS-BALLOON-COUNT
                      OR WS-IS-BALLOON = "Y"
               IF WS-BAL-ACC(WS-BAL-IDX) = PAYHIST-ACC
                       AND WS-BAL-DUE-MONTH(WS-BAL-IDX)
                           = WS-ITEM-YYYYMM
                   MOVE "Y" TO WS-IS-BALLOON
               END-IF
           END-PERFORM.

       075-CHECK-PLAN-SHIELD.
      * The shield covers only the arrears the plan was agreed
      * over: items due before the plan start.  Plan installments
               END-IF
           END-PERFORM.

       090-CHECK-COMPANY.
      * The company that owns the item's account; one the master
      * does not carry is the house company's.
           IF WS-COMPANY-PARM NOT = SPACES
                   AND PAYHIST-ACC NOT = WS-LAST-CO-ACC
               MOVE PAYHIST-ACC TO WS-LAST-CO-ACC
               MOVE SPACES TO WS-LOAN-COMPANY
               MOVE PAYHIST-ACC TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-COMPANY-CODE TO WS-LOAN-COMPANY
               END-READ
               IF WS-LOAN-COMPANY = SPACES
                   MOVE "001" TO WS-LOAN-COMPANY
               END-IF
           END-IF.

       100-AGE-PAYMENT.
      * A payment with a paid date on file is settled and does not
      * age; an outstanding payment is bucketed by how far past due
               MOVE PAYHIST-ACC TO WS-DTL-ACC
               MOVE WS-OPEN-AMOUNT TO WS-DTL-AMOUNT
               PERFORM 075-CHECK-PLAN-SHIELD
               MOVE "N" TO WS-IS-BALLOON
               IF WS-DAYS-PAST-DUE > 0
                   PERFORM 085-CHECK-BALLOON
               END-IF
               EVALUATE TRUE
                   WHEN WS-IS-BALLOON = "Y"
                       MOVE "BALLOON DUE"  TO WS-DTL-BUCKET
                       MOVE 0             TO WS-ITEM-BUCKET
                       ADD WS-OPEN-AMOUNT TO WS-BALLOON-TOTAL
                   WHEN WS-ON-PLAN = "Y"
                       MOVE "ON REPAY PLAN" TO WS-DTL-BUCKET
                       MOVE 1             TO WS-ITEM-BUCKET
               END-EVALUATE
               MOVE WS-DETAIL-LINE TO AGING-REPORT-REC
               WRITE AGING-REPORT-REC
               IF WS-IS-BALLOON = "N"
                   PERFORM 150-ACCUMULATE-SNAPSHOT
               END-IF
           END-IF.

       150-ACCUMULATE-SNAPSHOT.
           MOVE WS-TOTAL-LINE        TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "BALLOON DUE TOTAL:" TO WS-TOT-LABEL.
           MOVE WS-BALLOON-TOTAL     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE        TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

       950-APPEND-SNAPSHOTS.
      * Append this run's per-account standing to the history file;
      * EXTEND keeps every prior run's snapshots in place, and the
