      ******************************************************************
      *
      * MakePayment RPC Handler
      * ========================
      *
      * Lets a borrower on the web portal pay instead of phoning a
      * card or ACH payment in to be keyed into the bank portal.
      * The glue hands this handler a PAY-PARAMS record; the
      * account is checked against the same picture the
      * AccountStatus RPC serves - on file, not closed or charged
      * off, and the amount no more than the payoff estimate - and
      * an accepted payment is given the next confirmation number
      * off "portseq" and queued on "portpend".  portbtch writes
      * the queue into a portal batch in the lockbox shape that
      * night, so lockbox's proof and duplicate-batch protection,
      * then cashpost, post it like any bank receipt.  The
      * "portcut" cut-off time decides the business day credited:
      * before it on a "runcal" business day is today, otherwise
      * the next business day, and the response says which.  The
      * caller is checked, and the call logged, through grpcauth.
      * Files are opened and closed per call, the way acctstat
      * works, since the server process is long-running.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. makepay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mirrors runctlck's own business-day calendar.
           SELECT CALENDAR-FILE ASSIGN TO "runcal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

      * The cut-off time, HHMM; absent, five in the afternoon.
           SELECT CUTOFF-FILE ASSIGN TO "portcut"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CUTOFF-STATUS.

      * The last confirmation number issued.
           SELECT SEQUENCE-FILE ASSIGN TO "portseq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SEQUENCE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "portpend"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors runctlck's own FD CALENDAR-FILE layout field for
      * field.
       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-DATE           PIC 9(08).

       FD CUTOFF-FILE.
           01 CUTOFF-REC.
               05 CUT-TIME           PIC 9(04).

       FD SEQUENCE-FILE.
           01 SEQUENCE-REC.
               05 SEQ-LAST           PIC 9(08).

      * Shared portal-payment pending record; see portpnd.cpy.
       FD PENDING-FILE.
           COPY "portpnd.cpy".

       WORKING-STORAGE SECTION.
           01 WS-CALENDAR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUTOFF-STATUS    PIC X(02) VALUE "00".
           01 WS-SEQUENCE-STATUS  PIC X(02) VALUE "00".
           01 WS-PENDING-STATUS   PIC X(02) VALUE "00".
           01 WS-CAL-EOF          PIC X(01) VALUE "N".

           01 WS-TODAY            PIC 9(08) VALUE ZEROES.
           01 WS-NOW              PIC 9(08) VALUE ZEROES.
           01 WS-NOW-HHMM         PIC 9(04) VALUE ZEROES.
           01 WS-CUTOFF-HHMM      PIC 9(04) VALUE 1700.
           01 WS-NEXT-SEQ         PIC 9(08) VALUE ZEROES.

      * The business-day calendar in storage.
           01 WS-CAL-TABLE.
               05 WS-CAL-ENTRY OCCURS 500 TIMES.
                   10 WS-CAL-DATE      PIC 9(08).
           01 WS-CAL-COUNT        PIC 9(03) VALUE ZEROES.
           01 WS-CAL-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-CAL-HIT          PIC X(01) VALUE "N".
           01 WS-CAL-NEXT         PIC 9(08) VALUE ZEROES.

      * Past the calendar, 30/360 day arithmetic, as dspmaint steps
      * past its own.
           01 WS-ADD-TOTAL        PIC 9(07) VALUE ZEROES.
           01 WS-ADD-YEAR         PIC 9(04) VALUE ZEROES.
           01 WS-ADD-MMDD         PIC 9(04) VALUE ZEROES.
           01 WS-ADD-MONTH        PIC 9(02) VALUE ZEROES.
           01 WS-ADD-DAY          PIC 9(02) VALUE ZEROES.
           01 WS-ADD-REM          PIC 9(03) VALUE ZEROES.

           01 WS-CONFIRM-NO.
               05 FILLER           PIC X(02) VALUE "PM".
               05 WS-CONFIRM-SEQ   PIC 9(08).

      * Shared account-status parameter record; see acctparm.cpy.
           COPY "acctparm.cpy".

      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Shared online-payment parameter record; see payparm.cpy.
           COPY "payparm.cpy".

      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING PAY-PARAMS GRPC-CALLER.

       000-MAIN.
           INITIALIZE PAY-OUTPUT-MSG.
      * Nothing is taken from a caller grpcauth does not let in.
           MOVE "MakePayment" TO GAUTH-METHOD.
           MOVE PAYREQ-ACCT-NO TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO PAYRSP-ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 050-TAKE-PAYMENT.

           MOVE PAYRSP-ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.
           GOBACK.

       050-TAKE-PAYMENT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.

           EVALUATE TRUE
               WHEN PAYREQ-AMOUNT NOT NUMERIC
               WHEN PAYREQ-AMOUNT = 0
                   MOVE "INVALID AMOUNT" TO PAYRSP-ERROR-MSG
                   MOVE 2 TO RETURN-CODE
               WHEN NOT PAYREQ-METHOD-VALID
                   MOVE "INVALID METHOD" TO PAYRSP-ERROR-MSG
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 100-CHECK-ACCOUNT
                   IF PAYRSP-ERROR-MSG = SPACES
                       PERFORM 200-SET-CREDIT-DATE
                       PERFORM 300-QUEUE-PAYMENT
                       IF PAYRSP-ERROR-MSG = SPACES
                           MOVE "OK" TO PAYRSP-ERROR-MSG
                           MOVE 0 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

       100-CHECK-ACCOUNT.
      * The same picture the AccountStatus RPC gives the portal, so
      * the borrower can never pay against something the status
      * screen would not have shown them.
           INITIALIZE ACCT-PARAMS.
           MOVE PAYREQ-ACCT-NO TO REQ-ACCT-NO.
      * This call has already been checked and is logged here, so
      * the picture comes straight from acctlook, not through the
      * AccountStatus handler.
           CALL "acctlook" USING ACCT-PARAMS.
           EVALUATE TRUE
               WHEN STA-ERROR-MSG NOT = "OK"
                   MOVE STA-ERROR-MSG TO PAYRSP-ERROR-MSG
                   MOVE 2 TO RETURN-CODE
               WHEN STA-STATUS = "C"
               WHEN STA-STATUS = "O"
                   MOVE "ACCOUNT NOT PAYABLE" TO PAYRSP-ERROR-MSG
                   MOVE 2 TO RETURN-CODE
               WHEN STA-PAYOFF-EST > 0
                       AND PAYREQ-AMOUNT > STA-PAYOFF-EST
                   MOVE "AMOUNT OVER PAYOFF" TO PAYRSP-ERROR-MSG
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       200-SET-CREDIT-DATE.
      * Before the cut-off on a business day credits today; after
      * it, or on a day the bank is closed, credits the earliest
      * business day after today.  A site without the calendar, or
      * past its horizon, takes every day as a business day.
           OPEN INPUT CUTOFF-FILE.
           IF WS-CUTOFF-STATUS = "00"
               READ CUTOFF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CUT-TIME NUMERIC
                           MOVE CUT-TIME TO WS-CUTOFF-HHMM
                       END-IF
               END-READ
               CLOSE CUTOFF-FILE
           END-IF.
           DIVIDE WS-NOW BY 10000 GIVING WS-NOW-HHMM.
           PERFORM 210-LOAD-CALENDAR.

           MOVE "N" TO WS-CAL-HIT.
           MOVE 0 TO WS-CAL-NEXT.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-DATE(WS-CAL-IDX) = WS-TODAY
                   MOVE "Y" TO WS-CAL-HIT
               END-IF
               IF WS-CAL-DATE(WS-CAL-IDX) > WS-TODAY
                       AND (WS-CAL-NEXT = 0
                            OR WS-CAL-DATE(WS-CAL-IDX) < WS-CAL-NEXT)
                   MOVE WS-CAL-DATE(WS-CAL-IDX) TO WS-CAL-NEXT
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-NOW-HHMM < WS-CUTOFF-HHMM
                       AND (WS-CAL-HIT = "Y" OR WS-CAL-NEXT = 0)
                   MOVE WS-TODAY TO PAYRSP-CREDIT-DATE
               WHEN WS-CAL-NEXT > 0
                   MOVE WS-CAL-NEXT TO PAYRSP-CREDIT-DATE
               WHEN OTHER
                   PERFORM 220-ADD-ONE-DAY
           END-EVALUATE.

       210-LOAD-CALENDAR.
      * A site without the calendar, or one past the table's
      * capacity, treats every day as a business day.
           MOVE 0 TO WS-CAL-COUNT.
           MOVE "N" TO WS-CAL-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-CAL-EOF
                   NOT AT END
                       IF WS-CAL-COUNT < 500
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-DATE
                               TO WS-CAL-DATE(WS-CAL-COUNT)
                       ELSE
                           MOVE 0 TO WS-CAL-COUNT
                           MOVE "Y" TO WS-CAL-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       220-ADD-ONE-DAY.
      * Today plus one on 30/360; a day 31 is taken as the 30th,
      * and a February past its 28th rolls to the 1st of March.
           DIVIDE WS-TODAY BY 10000
               GIVING WS-ADD-YEAR
               REMAINDER WS-ADD-MMDD.
           DIVIDE WS-ADD-MMDD BY 100
               GIVING WS-ADD-MONTH
               REMAINDER WS-ADD-DAY.
           IF WS-ADD-DAY > 30
               MOVE 30 TO WS-ADD-DAY
           END-IF.
           COMPUTE WS-ADD-TOTAL =
                   WS-ADD-YEAR * 360 + (WS-ADD-MONTH - 1) * 30
                   + WS-ADD-DAY.
           DIVIDE WS-ADD-TOTAL BY 360
               GIVING WS-ADD-YEAR
               REMAINDER WS-ADD-REM.
           DIVIDE WS-ADD-REM BY 30
               GIVING WS-ADD-MONTH
               REMAINDER WS-ADD-DAY.
           ADD 1 TO WS-ADD-MONTH.
           ADD 1 TO WS-ADD-DAY.
           IF WS-ADD-MONTH = 2 AND WS-ADD-DAY > 28
               MOVE 3 TO WS-ADD-MONTH
               MOVE 1 TO WS-ADD-DAY
           END-IF.
           COMPUTE PAYRSP-CREDIT-DATE =
                   WS-ADD-YEAR * 10000 + WS-ADD-MONTH * 100
                   + WS-ADD-DAY.

       300-QUEUE-PAYMENT.
      * The confirmation number is taken and stamped back before the
      * payment is queued, so a number is never issued twice.
           MOVE 0 TO WS-NEXT-SEQ.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS = "00"
               READ SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-LAST TO WS-NEXT-SEQ
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.
           OPEN OUTPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS NOT = "00"
               MOVE "PAYMENT NOT TAKEN" TO PAYRSP-ERROR-MSG
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-NEXT-SEQ TO SEQ-LAST
               WRITE SEQUENCE-REC
               CLOSE SEQUENCE-FILE
               MOVE WS-NEXT-SEQ TO WS-CONFIRM-SEQ
               OPEN EXTEND PENDING-FILE
               IF WS-PENDING-STATUS = "35"
                   OPEN OUTPUT PENDING-FILE
               END-IF
               IF WS-PENDING-STATUS NOT = "00"
                   MOVE "PAYMENT NOT TAKEN" TO PAYRSP-ERROR-MSG
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES             TO PORTAL-PEND-REC
                   MOVE WS-CONFIRM-NO      TO PPND-CONFIRM-NO
                   MOVE PAYREQ-ACCT-NO     TO PPND-ACC
                   MOVE PAYRSP-CREDIT-DATE TO PPND-CREDIT-DATE
                   MOVE PAYREQ-AMOUNT      TO PPND-AMOUNT
                   MOVE PAYREQ-METHOD      TO PPND-METHOD
                   MOVE WS-TODAY           TO PPND-RECV-DATE
                   MOVE WS-NOW             TO PPND-RECV-TIME
                   WRITE PORTAL-PEND-REC
                   CLOSE PENDING-FILE
                   MOVE WS-CONFIRM-NO TO PAYRSP-CONFIRM-NO
               END-IF
           END-IF.
