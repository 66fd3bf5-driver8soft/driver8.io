      ******************************************************************
      *
      * Payment-Schedule RPC Handler
      * =============================
      *
      * The portal's "show me my payment schedule" page: the glue
      * hands this handler a SCHD-PARAMS record with a
      * LOAN-ACCT-NO, the signed-on borrower's customer number and
      * an optional due-month range, and the response carries the
      * account's own months off the SCHEDMST store - principal,
      * interest and balance after - a page at a time, each month
      * marked paid, partially paid or open off its PAYHIST item.
      * A borrower may only see a loan the customer cross-reference
      * links them to, and a closed or charged-off loan is refused
      * outright rather than answered with an empty list.  The
      * caller is checked, and the call logged, through grpcauth.
      * Files are opened and closed per call, the way acctstat
      * works, since the server process is long-running.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. schedinq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * Customer-to-account links maintained by custmain.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCHED-KEY
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAYHIST-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Mirrors custmain's own FD CUSTXREF layout field for field.
       FD CUSTXREF.
           01 XREF-REC.
               05 XREF-KEY.
                   10 XREF-ACCT-NO   PIC X(10).
                   10 XREF-CUST-NO   PIC X(06).
               05 XREF-ROLE          PIC X(01).

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-SCHEDULE-STATUS  PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-PAYHIST-OPEN     PIC X(01) VALUE "N".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-PH-EOF           PIC X(01) VALUE "N".
           01 WS-TO-MONTH         PIC 9(06) VALUE ZEROES.
           01 WS-MONTH-FIRST      PIC 9(08) VALUE ZEROES.
           01 WS-MONTH-LAST       PIC 9(08) VALUE ZEROES.
           01 WS-ROW-IDX          PIC 9(02) VALUE ZEROES.

      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Shared schedule-inquiry parameter record; see schdparm.cpy.
           COPY "schdparm.cpy".

      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING SCHD-PARAMS GRPC-CALLER.

       000-MAIN.
           INITIALIZE SCHD-OUTPUT-MSG.
      * Nothing is read for a caller grpcauth does not let in.
           MOVE "PaymentSchedule" TO GAUTH-METHOD.
           MOVE SREQ-ACCT-NO TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO SRSP-ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 050-ANSWER-CALL.

           MOVE SRSP-ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.
           GOBACK.

       050-ANSWER-CALL.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               MOVE "MASTER NOT AVAILABLE" TO SRSP-ERROR-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SREQ-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO SRSP-ERROR-MSG
                       MOVE 2 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM 100-CHECK-ENTITLEMENT
               END-READ
               PERFORM 060-CHECK-STANDING
               CLOSE LOANMSTR
           END-IF.

       060-CHECK-STANDING.
      * Entitlement is settled before the loan's standing is told,
      * so a caller probing other people's accounts learns nothing.
           IF SRSP-ERROR-MSG = SPACES
               EVALUATE TRUE
                   WHEN LOAN-ST-CLOSED
                       MOVE "ACCOUNT CLOSED" TO SRSP-ERROR-MSG
                       MOVE 2 TO RETURN-CODE
                   WHEN LOAN-ST-CHARGEOFF
                       MOVE "ACCOUNT CHARGED OFF" TO SRSP-ERROR-MSG
                       MOVE 2 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 200-GATHER-PAGE
               END-EVALUATE
           END-IF.

       100-CHECK-ENTITLEMENT.
      * The borrower sees a loan only when the cross-reference links
      * their customer number to it, in any role.  No cross-
      * reference means nobody can be shown to be entitled.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTXREF-STATUS NOT = "00"
               MOVE "NOT ENTITLED" TO SRSP-ERROR-MSG
               MOVE 2 TO RETURN-CODE
           ELSE
               MOVE SREQ-ACCT-NO TO XREF-ACCT-NO
               MOVE SREQ-CUST-NO TO XREF-CUST-NO
               READ CUSTXREF
                   INVALID KEY
                       MOVE "NOT ENTITLED" TO SRSP-ERROR-MSG
                       MOVE 2 TO RETURN-CODE
               END-READ
               CLOSE CUSTXREF
           END-IF.
           IF SREQ-CUST-NO = SPACES
               MOVE "NOT ENTITLED" TO SRSP-ERROR-MSG
               MOVE 2 TO RETURN-CODE
           END-IF.

       200-GATHER-PAGE.
      * The account's slice of the store by key, from the requested
      * month to the requested end, one page of rows; a row past
      * the page is not taken but its month comes back as where the
      * next page starts.
           MOVE SREQ-TO-MONTH TO WS-TO-MONTH.
           IF WS-TO-MONTH = 0
               MOVE 999999 TO WS-TO-MONTH
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE "SCHEDULE UNAVAILABLE" TO SRSP-ERROR-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-PAYHIST-OPEN
               OPEN INPUT PAYMENT-HISTORY
               IF WS-PAYHIST-STATUS = "00"
                   MOVE "Y" TO WS-PAYHIST-OPEN
               END-IF
               MOVE "N" TO WS-EOF
               MOVE SPACES TO SCHED-KEY
               MOVE SREQ-ACCT-NO TO SCHED-OUT-ACC
               MOVE SREQ-FROM-MONTH TO SCHED-OUT-DUE-DATE
               START SCHEDULE-FILE KEY NOT < SCHED-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ SCHEDULE-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SCHED-OUT-ACC NOT = SREQ-ACCT-NO
                           WHEN SCHED-OUT-DUE-DATE > WS-TO-MONTH
                               MOVE "Y" TO WS-EOF
                           WHEN SRSP-ROW-COUNT >= 24
                               MOVE SCHED-OUT-DUE-DATE
                                   TO SRSP-NEXT-FROM
                               MOVE "Y" TO WS-EOF
                           WHEN OTHER
                               PERFORM 250-ADD-ROW
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
               IF WS-PAYHIST-OPEN = "Y"
                   CLOSE PAYMENT-HISTORY
               END-IF
               MOVE "OK" TO SRSP-ERROR-MSG
               MOVE 0 TO RETURN-CODE
           END-IF.

       250-ADD-ROW.
           ADD 1 TO SRSP-ROW-COUNT.
           MOVE SRSP-ROW-COUNT TO WS-ROW-IDX.
           MOVE SCHED-OUT-DUE-DATE  TO SRSP-DUE-MONTH(WS-ROW-IDX).
           MOVE SCHED-OUT-PRINCIPAL TO SRSP-PRINCIPAL(WS-ROW-IDX).
           MOVE SCHED-OUT-INTEREST  TO SRSP-INTEREST(WS-ROW-IDX).
           MOVE SCHED-OUT-BALANCE   TO SRSP-BALANCE(WS-ROW-IDX).
           MOVE "N" TO SRSP-PAY-STATUS(WS-ROW-IDX).
           IF WS-PAYHIST-OPEN = "Y"
               PERFORM 300-MATCH-PAYHIST
           END-IF.

       300-MATCH-PAYHIST.
      * The month's regular item, whatever day of the month the
      * borrower's due day puts it on; a plan installment in the
      * same month is not the scheduled payment and is passed over.
           COMPUTE WS-MONTH-FIRST = SCHED-OUT-DUE-DATE * 100.
           COMPUTE WS-MONTH-LAST  = SCHED-OUT-DUE-DATE * 100 + 31.
           MOVE "N" TO WS-PH-EOF.
           MOVE SPACES TO PAYHIST-KEY.
           MOVE SREQ-ACCT-NO TO PAYHIST-ACC.
           MOVE WS-MONTH-FIRST TO PAYHIST-DUE-DATE.
           START PAYMENT-HISTORY KEY NOT < PAYHIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PH-EOF
           END-START.
           PERFORM UNTIL WS-PH-EOF = "Y"
               READ PAYMENT-HISTORY NEXT RECORD
               AT END MOVE "Y" TO WS-PH-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN PAYHIST-ACC NOT = SREQ-ACCT-NO
                       WHEN PAYHIST-DUE-DATE > WS-MONTH-LAST
                           MOVE "Y" TO WS-PH-EOF
                       WHEN NOT PAYHIST-REGULAR-ITEM
                           CONTINUE
                       WHEN PAYHIST-PAID-DATE > 0
                           MOVE "P" TO SRSP-PAY-STATUS(WS-ROW-IDX)
                           MOVE "Y" TO WS-PH-EOF
                       WHEN PAYHIST-PAID-AMT > 0
                           MOVE "T" TO SRSP-PAY-STATUS(WS-ROW-IDX)
                           MOVE "Y" TO WS-PH-EOF
                       WHEN OTHER
                           MOVE "O" TO SRSP-PAY-STATUS(WS-ROW-IDX)
                           MOVE "Y" TO WS-PH-EOF
                   END-EVALUATE
               END-READ
           END-PERFORM.
