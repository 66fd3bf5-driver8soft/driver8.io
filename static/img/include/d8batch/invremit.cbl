      *
      * Monthly remittance of collections on serviced loans: the
      * payhist items settled in the run month are split into
      * principal and interest as the postings actually applied
      * them - the item's payments, partials, and reversals on the
      * LOANTXN loan transaction ledger, netted - or, for an item
      * posted before the ledger carried it, as the SCHEDULE-FILE
      * entry for the same account and due month splits it, and
      * grouped by the owning investor's
      * LOAN-INVESTOR-CODE off LOANMSTR - except that an item
      * settled before a servicing transfer's effective date, per
      * xfrproc's "xfrhist" transfer history, remits under the code
      * own servicing-fee rate from the INVMSTR investor master
      * (the compiled house rate only for an investor not on file),
      * and written as one remittance statement per investor on
      * "invremit" - wire instructions included, the wire account
      * masked to its last four characters - plus one summary wire
      * line per investor on "invwire".  Loans with a blank
      * investor code are our own portfolio and remit nothing.
      *
      * A scheduled/scheduled investor (INV-REMIT-TYPE "S") is owed
      * the scheduled P&I whether the borrower paid or not: for each
      * of its loans whose installment due in the run month is still
      * unpaid (a partial payment on it is not remitted until the
      * installment settles), the scheduled principal and interest
      * is advanced out of servicer funds - the
      * account's PIADVNC advance balance goes up (once per due
      * month, so a rerun reproduces the statement without advancing
      * twice) and an ADVANCE line is journaled on "advact" - and
      * remitted with the month's collections.  The late money that
      * cashpost and suspwork have since recovered against earlier
      * advances (RECOVER lines on "advact" in the run month) was
      * already remitted once, so it comes back off the remittance;
      * a recovery a returned payment took back (REVERSED lines off
      * payrevrs) goes back on it, as the returned payment itself
      * comes off the month's collections.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. invremit.
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SCHED-KEY.

      * Loan transaction ledger; optional before the first posting
      * run has created it.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * xfrproc's transfer history; optional, and absent until the
      * first servicing transfer applies.
           SELECT XFR-HISTORY ASSIGN TO "xfrhist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Servicer P&I advance subledger and its activity journal;
      * both created on first use.
           SELECT PIADVNC ASSIGN TO "PIADVNC"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADV-ACCT-NO
           FILE STATUS IS WS-PIADVNC-STATUS.

           SELECT ADV-ACTIVITY ASSIGN TO "advact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADVACT-STATUS.

      * Investor master maintained by invmain; optional, and an
      * investor not on file remits under the compiled house rate
      * with no wire instructions printed.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * Mirrors xfrproc's own FD XFR-HISTORY layout field for
      * field.
       FD XFR-HISTORY.
               05 FILLER             PIC X(01).
               05 XFH-EFF-DATE       PIC 9(08).

      * Shared advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

      * Shared advance-activity journal record; see advact.cpy.
       FD ADV-ACTIVITY.
           COPY "advact.cpy".

       FD REMIT-STATEMENT.
           01 REMIT-STATEMENT-REC PIC X(80).

           01 WS-INV-ON-FILE      PIC X(01) VALUE "N".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-EOF          PIC X(01) VALUE "N".
           01 WS-TXN-DUE-MM       PIC 9(06) VALUE ZEROES.
           01 WS-PIADVNC-STATUS   PIC X(02) VALUE "00".
           01 WS-ADVACT-STATUS    PIC X(02) VALUE "00".
           01 WS-ADVACT-EOF       PIC X(01) VALUE "N".
           01 WS-ADVACT-YYYYMM    PIC 9(06).

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
           01 WS-USE-FEE-PCT      PIC 9V9(04) VALUE ZEROES.

      * Items settled in the run month, keyed by account and due
      * month for the ledger and schedule matches; the paid date
      * rides along so the item can be attributed across a transfer
      * boundary.  The split is the ledger's when the item has
      * ledger entries, the schedule's otherwise, and an item with
      * neither has nothing to remit.
           01 WS-PAID-TABLE.
               05 WS-PAID-ENTRY OCCURS 10000 TIMES.
                   10 WS-PAID-ACC      PIC X(10).
                   10 WS-PAID-DUE-MM   PIC 9(06).
                   10 WS-PAID-DATE     PIC 9(08).
                   10 WS-PAID-SPLIT    PIC X(01).
                   10 WS-PAID-ON-LEDGER PIC X(01).
                   10 WS-PAID-PRINCIPAL PIC S9(07)V9(02).
                   10 WS-PAID-INTEREST PIC S9(07)V9(02).
           01 WS-PAID-COUNT       PIC 9(05) VALUE ZEROES.
           01 WS-PAID-IDX         PIC 9(05) VALUE ZEROES.
           01 WS-PAID-FOUND       PIC X(01) VALUE "N".
           01 WS-PAID-HIT         PIC 9(05) VALUE ZEROES.

      * Installments due in the run month and still unpaid, with
      * their scheduled P&I, for the scheduled/scheduled advance.
           01 WS-DUE-TABLE.
               05 WS-DUE-ENTRY OCCURS 10000 TIMES.
                   10 WS-DUE-ACC       PIC X(10).
                   10 WS-DUE-DATE      PIC 9(08).
                   10 WS-DUE-SCHED     PIC X(01).
                   10 WS-DUE-SCHED-PRIN PIC S9(07)V9(02).
                   10 WS-DUE-SCHED-INT PIC S9(07)V9(02).
           01 WS-DUE-COUNT        PIC 9(05) VALUE ZEROES.
           01 WS-DUE-IDX          PIC 9(05) VALUE ZEROES.
           01 WS-DUE-MM           PIC 9(06) VALUE ZEROES.
           01 WS-ADV-PRINCIPAL    PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-ADV-INTEREST     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-ADV-NEW          PIC X(01) VALUE "N".
           01 WS-ADVANCE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ADVANCE-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.

      * xfrproc's applied transfers, so a collection settled before
      * a flip's effective date remits under the old code.
           01 WS-XFH-TABLE.
               05 WS-INV-ENTRY OCCURS 100 TIMES.
                   10 WS-INV-CODE      PIC X(03).
                   10 WS-INV-COUNT     PIC 9(07).
                   10 WS-INV-PRINCIPAL PIC S9(11)V9(02).
                   10 WS-INV-INTEREST  PIC S9(11)V9(02).
      * Scheduled/scheduled only: P&I advanced this month, and the
      * earlier advances recovered out of this month's collections.
                   10 WS-INV-ADV-COUNT PIC 9(07).
                   10 WS-INV-ADV-PRIN  PIC S9(11)V9(02).
                   10 WS-INV-ADV-INT   PIC S9(11)V9(02).
                   10 WS-INV-REC-PRIN  PIC S9(11)V9(02).
                   10 WS-INV-REC-INT   PIC S9(11)V9(02).
           01 WS-INV-COUNT-TOTAL  PIC 9(03) VALUE ZEROES.
           01 WS-INV-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-INV-FOUND        PIC 9(03) VALUE ZEROES.
           01 WS-OWN-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-FEE-AMOUNT       PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-NET-AMOUNT       PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-REMIT-PRINCIPAL  PIC S9(11)V9(02) VALUE ZEROES.
           01 WS-REMIT-INTEREST   PIC S9(11)V9(02) VALUE ZEROES.

           01 WS-STMT-HEADER.
               05 FILLER           PIC X(10) VALUE "INVESTOR: ".
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INVMSTR.
           IF WS-INVMSTR-STATUS = "00"
               MOVE "Y" TO WS-INVMSTR-OPEN
           END-IF.
           OPEN INPUT LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF = "Y"
                   READ LOAN-LEDGER
                   AT END MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       PERFORM 180-MATCH-LEDGER-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LOAN-LEDGER
           END-IF.
           OPEN INPUT SCHEDULE-FILE.
           PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ SCHEDULE-FILE
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
               IF WS-PAID-SPLIT(WS-PAID-IDX) = "Y"
                   PERFORM 220-ATTRIBUTE-ITEM
               END-IF
           END-PERFORM.

           PERFORM 450-LOAD-RECOVERIES.
           OPEN I-O PIADVNC.
           IF WS-PIADVNC-STATUS = "35"
               OPEN OUTPUT PIADVNC
               CLOSE PIADVNC
               OPEN I-O PIADVNC
           END-IF.
           OPEN EXTEND ADV-ACTIVITY.
           IF WS-ADVACT-STATUS = "35"
               OPEN OUTPUT ADV-ACTIVITY
           END-IF.
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
               IF WS-DUE-SCHED(WS-DUE-IDX) = "Y"
                   PERFORM 400-ADVANCE-UNPAID-ITEM
               END-IF
           END-PERFORM.
           CLOSE PIADVNC.
           CLOSE ADV-ACTIVITY.
           CLOSE LOANMSTR.

           OPEN OUTPUT REMIT-STATEMENT.
           OPEN OUTPUT WIRE-FILE.
           PERFORM 800-WRITE-REMITTANCES.
           CLOSE REMIT-STATEMENT.
           CLOSE WIRE-FILE.

           DISPLAY "INVESTORS REMITTED: "   WS-INV-COUNT-TOTAL.
           DISPLAY "OWN-PORTFOLIO ITEMS: "  WS-OWN-COUNTER.
           DISPLAY "INSTALLMENTS ADVANCED: " WS-ADVANCE-COUNTER.
           GOBACK.

       100-LOAD-SETTLED-ITEM.
                       GIVING WS-PAID-DUE-MM(WS-PAID-COUNT)
                   MOVE PAYHIST-PAID-DATE
                       TO WS-PAID-DATE(WS-PAID-COUNT)
                   MOVE "N" TO WS-PAID-SPLIT(WS-PAID-COUNT)
                   MOVE "N" TO WS-PAID-ON-LEDGER(WS-PAID-COUNT)
                   MOVE 0 TO WS-PAID-PRINCIPAL(WS-PAID-COUNT)
                   MOVE 0 TO WS-PAID-INTEREST(WS-PAID-COUNT)
               ELSE
                   DISPLAY "SETTLED TABLE FULL, ACCOUNT " PAYHIST-ACC
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DIVIDE PAYHIST-DUE-DATE BY 100 GIVING WS-DUE-MM.
           IF PAYHIST-PAID-DATE = 0 AND WS-DUE-MM = WS-RUN-YYYYMM
               IF WS-DUE-COUNT < 10000
                   ADD 1 TO WS-DUE-COUNT
                   MOVE PAYHIST-ACC      TO WS-DUE-ACC(WS-DUE-COUNT)
                   MOVE PAYHIST-DUE-DATE TO WS-DUE-DATE(WS-DUE-COUNT)
                   MOVE "N" TO WS-DUE-SCHED(WS-DUE-COUNT)
                   MOVE 0 TO WS-DUE-SCHED-PRIN(WS-DUE-COUNT)
                   MOVE 0 TO WS-DUE-SCHED-INT(WS-DUE-COUNT)
               ELSE
                   DISPLAY "UNPAID TABLE FULL, ACCOUNT " PAYHIST-ACC
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       150-LOAD-TRANSFER-HISTORY.
           MOVE "N" TO WS-XFH-EOF.
               CLOSE XFR-HISTORY
           END-IF.

       180-MATCH-LEDGER-ENTRY.
      * The payments, partials, and reversals journaled against a
      * settled item net to the principal and interest its money
      * actually went to.
           IF TXN-TYPE = "PAYMENT" OR TXN-TYPE = "PARTIAL"
                   OR TXN-TYPE = "REVERSED"
               DIVIDE TXN-DUE-DATE BY 100 GIVING WS-TXN-DUE-MM
               MOVE "N" TO WS-PAID-FOUND
               PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                       UNTIL WS-PAID-IDX > WS-PAID-COUNT
                          OR WS-PAID-FOUND = "Y"
                   IF WS-PAID-ACC(WS-PAID-IDX) = TXN-ACC
                           AND WS-PAID-DUE-MM(WS-PAID-IDX)
                               = WS-TXN-DUE-MM
                       MOVE "Y" TO WS-PAID-FOUND
                       MOVE WS-PAID-IDX TO WS-PAID-HIT
                   END-IF
               END-PERFORM
               IF WS-PAID-FOUND = "Y"
                   MOVE "Y" TO WS-PAID-ON-LEDGER(WS-PAID-HIT)
                   MOVE "Y" TO WS-PAID-SPLIT(WS-PAID-HIT)
                   ADD TXN-PRINCIPAL
                       TO WS-PAID-PRINCIPAL(WS-PAID-HIT)
                   ADD TXN-INTEREST
                       TO WS-PAID-INTEREST(WS-PAID-HIT)
               END-IF
           END-IF.

       200-MATCH-SCHEDULE-ITEM.
      * A schedule entry whose account and due month match a settled
      * item the ledger never carried supplies that payment's
      * principal/interest split instead.
           MOVE "N" TO WS-PAID-FOUND.
           PERFORM VARYING WS-PAID-IDX FROM 1 BY 1
                   UNTIL WS-PAID-IDX > WS-PAID-COUNT
               END-IF
           END-PERFORM.
           IF WS-PAID-FOUND = "Y"
               IF WS-PAID-ON-LEDGER(WS-PAID-HIT) = "N"
                   MOVE "Y" TO WS-PAID-SPLIT(WS-PAID-HIT)
                   MOVE SCHED-OUT-PRINCIPAL
                       TO WS-PAID-PRINCIPAL(WS-PAID-HIT)
                   MOVE SCHED-OUT-INTEREST
                       TO WS-PAID-INTEREST(WS-PAID-HIT)
               END-IF
           END-IF.
      * The run month's unpaid installments take their scheduled
      * P&I for the advance.
           IF SCHED-OUT-DUE-DATE = WS-RUN-YYYYMM
               PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                       UNTIL WS-DUE-IDX > WS-DUE-COUNT
                   IF WS-DUE-ACC(WS-DUE-IDX) = SCHED-OUT-ACC
                       MOVE "Y" TO WS-DUE-SCHED(WS-DUE-IDX)
                       MOVE SCHED-OUT-PRINCIPAL
                           TO WS-DUE-SCHED-PRIN(WS-DUE-IDX)
                       MOVE SCHED-OUT-INTEREST
                           TO WS-DUE-SCHED-INT(WS-DUE-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       220-ATTRIBUTE-ITEM.
      * The investor a split item belongs to comes off the master,
      * adjusted for any transfer effective after the item settled.
           MOVE WS-PAID-ACC(WS-PAID-IDX) TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   ADD 1 TO WS-OWN-COUNTER
               NOT INVALID KEY
                   PERFORM 250-SET-OWNING-INVESTOR
      * A charged-off loan is out of the earning portfolio and
      * remits nothing as an active loan.
                   IF WS-USE-INV-CODE = SPACES
                           OR LOAN-STATUS = "O"
                       ADD 1 TO WS-OWN-COUNTER
                   ELSE
                       PERFORM 300-ACCUMULATE-INVESTOR
                   END-IF
           END-READ.

       250-SET-OWNING-INVESTOR.
      * The code in effect when the item settled: a transfer
           MOVE 99999999 TO WS-XFH-BEST-DATE.
           PERFORM VARYING WS-XFH-IDX FROM 1 BY 1
                   UNTIL WS-XFH-IDX > WS-XFH-COUNT
               IF WS-XFH-ACC(WS-XFH-IDX) = WS-PAID-ACC(WS-PAID-IDX)
                       AND WS-XFH-EFF(WS-XFH-IDX)
                           > WS-PAID-DATE(WS-PAID-IDX)
                       AND WS-XFH-EFF(WS-XFH-IDX)
                           < WS-XFH-BEST-DATE
                   MOVE WS-XFH-EFF(WS-XFH-IDX)
           END-PERFORM.

       300-ACCUMULATE-INVESTOR.
           PERFORM 290-FIND-INVESTOR.
           IF WS-INV-FOUND > 0
               ADD 1 TO WS-INV-COUNT(WS-INV-FOUND)
               ADD WS-PAID-PRINCIPAL(WS-PAID-IDX)
                   TO WS-INV-PRINCIPAL(WS-INV-FOUND)
               ADD WS-PAID-INTEREST(WS-PAID-IDX)
                   TO WS-INV-INTEREST(WS-INV-FOUND)
           END-IF.

       290-FIND-INVESTOR.
      * The accumulation slot for WS-USE-INV-CODE, opened on first
      * sight.
           MOVE 0 TO WS-INV-FOUND.
           PERFORM VARYING WS-INV-IDX FROM 1 BY 1
                   UNTIL WS-INV-IDX > WS-INV-COUNT-TOTAL
                   MOVE 0 TO WS-INV-COUNT(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-PRINCIPAL(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-INTEREST(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-ADV-COUNT(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-ADV-PRIN(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-ADV-INT(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-REC-PRIN(WS-INV-COUNT-TOTAL)
                   MOVE 0 TO WS-INV-REC-INT(WS-INV-COUNT-TOTAL)
                   MOVE WS-INV-COUNT-TOTAL TO WS-INV-FOUND
               ELSE
                   DISPLAY "INVESTOR TABLE FULL: "
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       400-ADVANCE-UNPAID-ITEM.
      * Only a scheduled/scheduled investor's loan is advanced, and
      * not once it has been charged off.
           MOVE WS-DUE-ACC(WS-DUE-IDX) TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   MOVE SPACES TO LOAN-INVESTOR-CODE
           END-READ.
           IF LOAN-INVESTOR-CODE NOT = SPACES
                   AND LOAN-STATUS NOT = "O"
                   AND WS-INVMSTR-OPEN = "Y"
               MOVE LOAN-INVESTOR-CODE TO INV-CODE
               READ INVMSTR
                   INVALID KEY
                       MOVE "A" TO INV-REMIT-TYPE
               END-READ
               IF INV-RT-SCHEDULED
                   MOVE WS-DUE-SCHED-PRIN(WS-DUE-IDX)
                       TO WS-ADV-PRINCIPAL
                   MOVE WS-DUE-SCHED-INT(WS-DUE-IDX)
                       TO WS-ADV-INTEREST
                   IF WS-ADV-PRINCIPAL + WS-ADV-INTEREST > 0
                       PERFORM 420-POST-ADVANCE
                       MOVE LOAN-INVESTOR-CODE TO WS-USE-INV-CODE
                       PERFORM 290-FIND-INVESTOR
                       IF WS-INV-FOUND > 0
                           ADD 1 TO WS-INV-ADV-COUNT(WS-INV-FOUND)
                           ADD WS-ADV-PRINCIPAL
                               TO WS-INV-ADV-PRIN(WS-INV-FOUND)
                           ADD WS-ADV-INTEREST
                               TO WS-INV-ADV-INT(WS-INV-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       420-POST-ADVANCE.
      * A month already advanced (a rerun) is remitted again but
      * not advanced a second time.
           MOVE "N" TO WS-ADV-NEW.
           MOVE WS-DUE-ACC(WS-DUE-IDX) TO ADV-ACCT-NO.
           READ PIADVNC
               INVALID KEY
                   MOVE "Y" TO WS-ADV-NEW
                   MOVE WS-DUE-ACC(WS-DUE-IDX) TO ADV-ACCT-NO
                   MOVE 0 TO ADV-BALANCE ADV-ADVANCED-TOTAL
                             ADV-RECOVERED-TOTAL ADV-LAST-DUE-MM
           END-READ.
           IF ADV-LAST-DUE-MM < WS-RUN-YYYYMM
               MOVE LOAN-INVESTOR-CODE TO ADV-INVESTOR
               ADD WS-ADV-PRINCIPAL WS-ADV-INTEREST TO ADV-BALANCE
               ADD WS-ADV-PRINCIPAL WS-ADV-INTEREST
                   TO ADV-ADVANCED-TOTAL
               MOVE WS-RUN-YYYYMM TO ADV-LAST-DUE-MM
               MOVE WS-RUN-DATE   TO ADV-LAST-DATE
               IF WS-ADV-NEW = "Y"
                   WRITE ADV-RECORD
               ELSE
                   REWRITE ADV-RECORD
               END-IF
               ADD 1 TO WS-ADVANCE-COUNTER
               ADD WS-ADV-PRINCIPAL WS-ADV-INTEREST
                   TO WS-ADVANCE-TOTAL
               MOVE SPACES TO ADVACT-REC
               MOVE WS-DUE-ACC(WS-DUE-IDX)  TO ADVACT-ACC
               MOVE WS-RUN-DATE             TO ADVACT-DATE
               MOVE "ADVANCE"               TO ADVACT-TYPE
               MOVE LOAN-INVESTOR-CODE      TO ADVACT-INVESTOR
               MOVE WS-DUE-DATE(WS-DUE-IDX) TO ADVACT-DUE-DATE
               MOVE WS-ADV-PRINCIPAL        TO ADVACT-PRINCIPAL
               MOVE WS-ADV-INTEREST         TO ADVACT-INTEREST
               MOVE "INVREMIT"              TO ADVACT-SOURCE
               WRITE ADVACT-REC
           END-IF.

       450-LOAD-RECOVERIES.
      * Advances recovered out of this month's collections, by the
      * investor they were made to, less any recovery a returned
      * payment took back this month (a REVERSED line off
      * payrevrs).
           OPEN INPUT ADV-ACTIVITY.
           IF WS-ADVACT-STATUS = "00"
               PERFORM UNTIL WS-ADVACT-EOF = "Y"
                   READ ADV-ACTIVITY
                   AT END MOVE "Y" TO WS-ADVACT-EOF
                   NOT AT END
                       DIVIDE ADVACT-DATE BY 100
                           GIVING WS-ADVACT-YYYYMM
                       IF (ADVACT-TYPE = "RECOVER"
                               OR ADVACT-TYPE = "REVERSED")
                               AND WS-ADVACT-YYYYMM = WS-RUN-YYYYMM
                           MOVE ADVACT-INVESTOR TO WS-USE-INV-CODE
                           PERFORM 290-FIND-INVESTOR
                           IF WS-INV-FOUND > 0
                               IF ADVACT-TYPE = "RECOVER"
                                   ADD ADVACT-PRINCIPAL
                                     TO WS-INV-REC-PRIN(WS-INV-FOUND)
                                   ADD ADVACT-INTEREST
                                     TO WS-INV-REC-INT(WS-INV-FOUND)
                               ELSE
                                   SUBTRACT ADVACT-PRINCIPAL
                                     FROM WS-INV-REC-PRIN(WS-INV-FOUND)
                                   SUBTRACT ADVACT-INTEREST
                                     FROM WS-INV-REC-INT(WS-INV-FOUND)
                               END-IF
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ADV-ACTIVITY
           END-IF.

       800-WRITE-REMITTANCES.
           END-IF.

       850-WRITE-ONE-REMITTANCE.
      * What the investor is owed: the month's collections, plus
      * what was advanced for it, less collections that only paid
      * back an earlier advance.  The servicing fee is on the
      * interest remitted.
           PERFORM 840-SET-INVESTOR-TERMS.
           COMPUTE WS-REMIT-PRINCIPAL =
                   WS-INV-PRINCIPAL(WS-INV-IDX)
                   + WS-INV-ADV-PRIN(WS-INV-IDX)
                   - WS-INV-REC-PRIN(WS-INV-IDX).
           COMPUTE WS-REMIT-INTEREST =
                   WS-INV-INTEREST(WS-INV-IDX)
                   + WS-INV-ADV-INT(WS-INV-IDX)
                   - WS-INV-REC-INT(WS-INV-IDX).
           IF WS-REMIT-INTEREST > 0
               COMPUTE WS-FEE-AMOUNT ROUNDED =
                       WS-REMIT-INTEREST * WS-USE-FEE-PCT
           ELSE
               MOVE 0 TO WS-FEE-AMOUNT
           END-IF.
           IF WS-REMIT-PRINCIPAL + WS-REMIT-INTEREST
                   > WS-FEE-AMOUNT
               COMPUTE WS-NET-AMOUNT =
                       WS-REMIT-PRINCIPAL + WS-REMIT-INTEREST
                       - WS-FEE-AMOUNT
           ELSE
               MOVE 0 TO WS-NET-AMOUNT
           END-IF.

           MOVE WS-INV-CODE(WS-INV-IDX) TO WS-STMT-INVESTOR.
           MOVE WS-STMT-HEADER TO REMIT-STATEMENT-REC.
           MOVE WS-AMOUNT-LINE           TO REMIT-STATEMENT-REC.
           WRITE REMIT-STATEMENT-REC.

           IF INV-RT-SCHEDULED AND WS-INV-ON-FILE = "Y"
               MOVE "INSTALLMENTS ADVANCED:" TO WS-AMT-LABEL
               MOVE WS-INV-ADV-COUNT(WS-INV-IDX) TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE        TO REMIT-STATEMENT-REC
               WRITE REMIT-STATEMENT-REC
               MOVE "PRINCIPAL ADVANCED:"  TO WS-AMT-LABEL
               MOVE WS-INV-ADV-PRIN(WS-INV-IDX) TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE        TO REMIT-STATEMENT-REC
               WRITE REMIT-STATEMENT-REC
               MOVE "INTEREST ADVANCED:"   TO WS-AMT-LABEL
               MOVE WS-INV-ADV-INT(WS-INV-IDX) TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE        TO REMIT-STATEMENT-REC
               WRITE REMIT-STATEMENT-REC
               MOVE "PRINCIPAL RECOVERED:" TO WS-AMT-LABEL
               MOVE WS-INV-REC-PRIN(WS-INV-IDX) TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE        TO REMIT-STATEMENT-REC
               WRITE REMIT-STATEMENT-REC
               MOVE "INTEREST RECOVERED:"  TO WS-AMT-LABEL
               MOVE WS-INV-REC-INT(WS-INV-IDX) TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE        TO REMIT-STATEMENT-REC
               WRITE REMIT-STATEMENT-REC
           END-IF.

           MOVE "SERVICING FEE:"         TO WS-AMT-LABEL.
           MOVE WS-FEE-AMOUNT            TO WS-AMT-VALUE.
           MOVE WS-AMOUNT-LINE           TO REMIT-STATEMENT-REC.

      * The remittance instructions that used to live in a binder.
           IF WS-INV-ON-FILE = "Y"
               MOVE INV-WIRE-ACCT TO MASK-VALUE
               CALL "maskdata" USING MASK-PARAMS
               MOVE SPACES TO REMIT-STATEMENT-REC
               STRING "WIRE TO ABA " DELIMITED BY SIZE
                      INV-WIRE-ABA   DELIMITED BY SIZE
                      " ACCT "       DELIMITED BY SIZE
                      MASK-VALUE(1:17) DELIMITED BY SIZE
                      INTO REMIT-STATEMENT-REC
               END-STRING
               WRITE REMIT-STATEMENT-REC
