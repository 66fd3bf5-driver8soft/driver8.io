      * Settles what happens to the deferral when a forbearance
      * plan's end date passes.  Disposition "E" tacks the deferred
      * amount onto the end of the schedule: one expected PAYHIST
      * item for the full deferral, written by key, due on the
      * account's own due day in its final scheduled month.
      * Disposition "R" hands the deferral to the repayment-plan
      * machinery instead: an agree transaction is written to
      * "rptrans" (first installment next month, six months) for
      * rpmaint to apply.  Settled plans are marked disposed and
      * the file rewritten; everything done is listed on the
      * "fbrpt" report.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SCHED-KEY.

      * The account's due day; optional, and without it the
      * tacked-on item falls due on the 1st, as before.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS RANDOM
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".
           01 WS-FORB-STATUS      PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-RPTRANS-STATUS   PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-ACCT-DUE-DAY     PIC 9(02) VALUE 1.
           01 WS-FORB-EOF         PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN EXTEND RP-TRANS.
           IF WS-RPTRANS-STATUS = "35"
               OPEN OUTPUT RP-TRANS
           PERFORM 800-REWRITE-PLANS.

           CLOSE PAYMENT-HISTORY.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           CLOSE RP-TRANS.
           CLOSE FORB-REPORT.

                   MOVE WS-LST-IDX TO WS-LST-FOUND
               END-IF
           END-PERFORM.
           PERFORM 450-GET-DUE-DAY.
           MOVE SPACES TO PAYHIST-REC.
           MOVE WS-FRB-ACC(WS-FRB-IDX) TO PAYHIST-ACC.
           MOVE "R" TO PAYHIST-ITEM-TYPE.
           IF WS-LST-FOUND > 0
               COMPUTE PAYHIST-DUE-DATE =
                       WS-LST-YYYYMM(WS-LST-FOUND) * 100
                       + WS-ACCT-DUE-DAY
           ELSE
               COMPUTE WS-NEXT-TOTAL-MOS =
                       WS-RUN-YEAR * 12 + WS-RUN-MONTH
               ADD 1 TO WS-NEXT-MONTH
               COMPUTE PAYHIST-DUE-DATE =
                       WS-NEXT-YEAR * 10000
                       + WS-NEXT-MONTH * 100 + WS-ACCT-DUE-DAY
           END-IF.
           MOVE 0 TO PAYHIST-PAID-DATE.
           MOVE 0 TO PAYHIST-PAID-AMT.
           MOVE "TACKED ON" TO WS-DTL-ACTION.
           PERFORM 700-WRITE-DETAIL.

       450-GET-DUE-DAY.
      * The same due day payhroll dates the account's regular
      * payments on: the master's, or the 1st when it has none.
           MOVE 1 TO WS-ACCT-DUE-DAY.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE WS-FRB-ACC(WS-FRB-IDX) TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOAN-DUE-DAY >= 1 AND LOAN-DUE-DAY <= 28
                           MOVE LOAN-DUE-DAY TO WS-ACCT-DUE-DAY
                       END-IF
               END-READ
           END-IF.

       700-WRITE-DETAIL.
           MOVE WS-FRB-ACC(WS-FRB-IDX)      TO WS-DTL-ACC.
           MOVE WS-FRB-DEFERRED(WS-FRB-IDX) TO WS-DTL-AMOUNT.
