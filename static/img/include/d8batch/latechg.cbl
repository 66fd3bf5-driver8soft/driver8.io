      * collect it and the statement can show it.  Items already
      * assessed are remembered on "lateassd" so a rerun, or the
      * same item aging further on a later night, never bills the
      * same charge twice.  No charge is billed while the account
      * is under a bankruptcy stay, an active forbearance, SCRA
      * protection on the MILSTAT military-status file, or a
      * disaster-declaration hold dsasflag placed on "dsashold", or
      * a late-charge service hold placed through holdmaint (see
      * svchold).  A balloon past its due date is not billed a late
      * charge: matpass lists the open balloons on "balmatur" and
      * the desk works a matured one off its exception report, the
      * same way delinqage keeps it out of the aging.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * Servicemembers under SCRA protection are billed no late
      * charge either; optional until milmaint records the first.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.


      * The business-day calendar runctlck checks runs against;
      * optional, and without it due dates stay where the schedule
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FORB-STATUS.

      * Disaster-declaration holds dsasflag places; an account
      * inside its declaration period takes no late charge.
           SELECT DISASTER-FILE ASSIGN TO "dsashold"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DSAS-STATUS.

      * Fee-receivable subledger; each assessed charge lands on the
      * account's running balance here.
           SELECT FEELEDGR ASSIGN TO "FEELEDGR"
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FEEACT-STATUS.

      * Open balloons matpass lists each month; optional.
           SELECT BALLOON-FILE ASSIGN TO "balmatur"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BALLOON-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared payment-history record; see payhist.cpy.
       FD FEELEDGR.
           COPY "feerec.cpy".

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

      * Shared forbearance-agreement record; see fbrec.cpy.
       FD FORB-FILE.
           COPY "fbrec.cpy".

      * Mirrors dsasflag's own FD HOLD-FILE layout field for field.
       FD DISASTER-FILE.
           01 DISASTER-REC.
               05 DSH-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 DSH-DECL-ID        PIC X(10).
               05 FILLER             PIC X(01).
               05 DSH-START          PIC 9(08).
               05 FILLER             PIC X(01).
               05 DSH-END            PIC 9(08).

      * Mirrors runctlck's own FD CALENDAR-FILE layout field for
      * field.
       FD CALENDAR-FILE.
       FD FEE-ACTIVITY.
           COPY "feeact.cpy".

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
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
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
           01 WS-BALLOON-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ASSD-EOF         PIC X(01) VALUE "N".
           01 WS-ASSESSED-STATUS  PIC X(02) VALUE "00".

           01 WS-FRB-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-ON-FORBEARANCE   PIC X(01) VALUE "N".
           01 WS-FORB-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-DSAS-STATUS      PIC X(02) VALUE "00".
           01 WS-DSAS-EOF         PIC X(01) VALUE "N".
      * Accounts inside a disaster-declaration period at the run
      * date.
           01 WS-DSAS-TABLE.
               05 WS-DSAS-ENTRY OCCURS 5000 TIMES.
                   10 WS-DSH-ACC       PIC X(10).
           01 WS-DSAS-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-DSH-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-ON-DISASTER      PIC X(01) VALUE "N".
           01 WS-DSAS-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CALENDAR-STATUS  PIC X(02) VALUE "00".
           01 WS-CAL-EOF          PIC X(01) VALUE "N".
      * The business-day calendar in storage; a due date landing on
           01 WS-ROLL-BEST        PIC 9(08) VALUE ZEROES.
           01 WS-ON-HOLD          PIC X(01) VALUE "N".
           01 WS-HOLD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN     PIC X(01) VALUE "N".
           01 WS-ON-SCRA          PIC X(01) VALUE "N".
           01 WS-SCRA-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-SVC-HOLD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-GRACE-DAYS       PIC 9(03) VALUE 15.
           01 WS-CHARGE-PCT       PIC 9V9(04) VALUE 0.0500.
           01 WS-CHARGE-MIN       PIC 9(05)V9(02) VALUE 10.00.
           01 WS-CHARGE-MAX       PIC 9(05)V9(02) VALUE 75.00.
           01 WS-CHARGE-AMOUNT    PIC 9(05)V9(02) VALUE ZEROES.

      * Shared service-hold parameter record; see svhparm.cpy.
           COPY "svhparm.cpy".

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses so an item the aging report shows past grace
      * is the item this batch bills.

           PERFORM 040-LOAD-PRODUCT-PARAMS.
           PERFORM 045-LOAD-FORBEARANCES.
           PERFORM 048-LOAD-DISASTER-HOLDS.
           PERFORM 060-LOAD-CALENDAR.
           PERFORM 080-LOAD-BALLOONS.
           PERFORM 050-LOAD-ASSESSED-ITEMS.
           IF WS-ASSD-OVERFLOW = "Y"
               DISPLAY "ASSESSED FILE OVERFLOW, RUN REFUSED"
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS = "00"
               MOVE "Y" TO WS-MILSTAT-OPEN
           END-IF.
           OPEN INPUT PAYMENT-HISTORY.
           OPEN OUTPUT CHARGE-FILE.
           OPEN OUTPUT CHARGE-REGISTER.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.
           MOVE "C" TO SVH-FUNCTION.
           CALL "svchold" USING SVH-PARAMS.

           DISPLAY "LATE CHARGES ASSESSED: " WS-ASSESSED-COUNTER.
           DISPLAY "STAYED ACCOUNTS SKIPPED: " WS-HOLD-COUNTER.
           DISPLAY "SCRA PROTECTED ITEMS SKIPPED: " WS-SCRA-COUNTER.
           DISPLAY "FORBORNE ITEMS SKIPPED: " WS-FORB-COUNTER.
           DISPLAY "DISASTER HOLD ITEMS SKIPPED: " WS-DSAS-COUNTER.
           DISPLAY "SERVICE HOLD ITEMS SKIPPED: " WS-SVC-HOLD-COUNTER.
           DISPLAY "MATURED BALLOONS SKIPPED: " WS-BALLOON-COUNTER.
           GOBACK.

       045-LOAD-FORBEARANCES.
               END-IF
           END-PERFORM.

       048-LOAD-DISASTER-HOLDS.
      * Only holds whose declaration period covers the run date
      * count; a missing file is simply nobody in a disaster area.
           OPEN INPUT DISASTER-FILE.
           IF WS-DSAS-STATUS = "35"
               MOVE "Y" TO WS-DSAS-EOF
           ELSE
               PERFORM UNTIL WS-DSAS-EOF = "Y"
                   READ DISASTER-FILE
                   AT END MOVE "Y" TO WS-DSAS-EOF
                   NOT AT END
                       IF DSH-START <= WS-RUN-DATE
                               AND DSH-END >= WS-RUN-DATE
                               AND WS-DSAS-COUNT < 5000
                           ADD 1 TO WS-DSAS-COUNT
                           MOVE DSH-ACC
                               TO WS-DSH-ACC(WS-DSAS-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE DISASTER-FILE
           END-IF.

       049-CHECK-DISASTER-HOLD.
           MOVE "N" TO WS-ON-DISASTER.
           PERFORM VARYING WS-DSH-IDX FROM 1 BY 1
                   UNTIL WS-DSH-IDX > WS-DSAS-COUNT
                      OR WS-ON-DISASTER = "Y"
               IF WS-DSH-ACC(WS-DSH-IDX) = PAYHIST-ACC
                   MOVE "Y" TO WS-ON-DISASTER
               END-IF
           END-PERFORM.

       040-LOAD-PRODUCT-PARAMS.
      * payhist carries no product code, so assessment runs under
      * the "STD" default product's terms; a missing file or record
               END-IF
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

       100-ASSESS-ITEM.
      * Only open items past the grace period are candidates, and
      * only if no earlier run has already billed this same account
               COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-TOTAL-DAYS - WS-DUE-TOTAL-DAYS
               IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
                   PERFORM 085-CHECK-BALLOON
                   PERFORM 047-CHECK-FORBEARANCE
                   PERFORM 150-CHECK-BANKRUPTCY-HOLD
                   PERFORM 160-CHECK-SCRA-PROTECTION
                   PERFORM 049-CHECK-DISASTER-HOLD
                   PERFORM 165-CHECK-SERVICE-HOLD
                   IF WS-IS-BALLOON = "Y"
                       ADD 1 TO WS-BALLOON-COUNTER
                   ELSE
                   IF WS-ON-FORBEARANCE = "Y"
                       ADD 1 TO WS-FORB-COUNTER
                   ELSE
                   IF WS-ON-HOLD = "Y"
                       ADD 1 TO WS-HOLD-COUNTER
                   ELSE
                   IF WS-ON-SCRA = "Y"
                       ADD 1 TO WS-SCRA-COUNTER
                   ELSE
                   IF WS-ON-DISASTER = "Y"
                       ADD 1 TO WS-DSAS-COUNTER
                   ELSE
                   IF SVH-HELD
                       ADD 1 TO WS-SVC-HOLD-COUNTER
                   ELSE
                       PERFORM 200-CHECK-ALREADY-ASSESSED
                       IF WS-ASSD-FOUND = "N"
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               END-READ
           END-IF.

       160-CHECK-SCRA-PROTECTION.
      * Protection runs from the start of active duty through
      * MIL-PROTECT-END; the item keeps aging, but nothing is billed.
           MOVE "N" TO WS-ON-SCRA.
           IF WS-MILSTAT-OPEN = "Y"
               MOVE PAYHIST-ACC TO MIL-ACCT-NO
               READ MILSTAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MIL-DUTY-START <= WS-RUN-DATE
                               AND MIL-PROTECT-END >= WS-RUN-DATE
                           MOVE "Y" TO WS-ON-SCRA
                       END-IF
               END-READ
           END-IF.

       165-CHECK-SERVICE-HOLD.
      * A late-charge service hold - a payment dispute under
      * review, most often - holds the charge the same way; the
      * item is billed on the first run after the hold ends.
           MOVE "S"          TO SVH-FUNCTION.
           MOVE PAYHIST-ACC  TO SVH-ACCT.
           MOVE "LCH"        TO SVH-TYPE.
           MOVE "latechg"    TO SVH-CALLER.
           CALL "svchold" USING SVH-PARAMS.

       200-CHECK-ALREADY-ASSESSED.
           MOVE "N" TO WS-ASSD-FOUND.
           PERFORM VARYING WS-ASSD-IDX FROM 1 BY 1
