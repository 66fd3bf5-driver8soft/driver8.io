      * match) is listed with its reason code on the "revregstr"
      * register.  Until now a bounced check could not be taken back
      * out of payhist at all, so NSF items silently looked current.
      * The money the item took is also backed out of the LOANTXN
      * loan transaction ledger: the payments journaled against the
      * installment are netted and reversed by bucket in one
      * REVERSED entry, their principal goes back onto
      * LOAN-ACTUAL-BALANCE, and a paid-through date at or past the
      * reopened installment falls back to the month before it.
      * What the bounced money recovered goes back on the books as
      * well: the RECOVER lines cashpost or suspwork journaled on
      * "advact" against the installment are netted and reopened on
      * the PIADVNC advance subledger (a REVERSED advact line), and
      * the corporate advances the same receipt paid down - its
      * CORPPAID ledger entries - go back onto the CORPADV balance
      * (a REVERSED corpact line, a CORPREVD ledger entry, and a
      * CORPREVD register action), each exactly as the original
      * posting recorded it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-POSTREG-STATUS.

      * The master and ledger the reversal backs the money out of.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * The advance subledgers the bounced money recovered from.
      * Both are optional, as they are to cashpost.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

           SELECT CORP-ACTIVITY ASSIGN TO "corpact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORPACT-STATUS.

           SELECT PIADVNC ASSIGN TO "PIADVNC"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ADV-ACCT-NO
           FILE STATUS IS WS-PIADVNC-STATUS.

           SELECT ADV-ACTIVITY ASSIGN TO "advact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADVACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared payment-history record; see payhist.cpy.
               05 POSTREG-AMOUNT     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ACTION     PIC X(08).
               05 FILLER             PIC X(01).
               05 POSTREG-PRINCIPAL  PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-INTEREST   PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ESCROW     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-FEES       PIC 9(07)V9(02).

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Shared corporate-advance activity record; see corpact.cpy.
       FD CORP-ACTIVITY.
           COPY "corpact.cpy".

      * Shared advance subledger record; see advrec.cpy.
       FD PIADVNC.
           COPY "advrec.cpy".

      * Shared advance-activity journal record; see advact.cpy.
       FD ADV-ACTIVITY.
           COPY "advact.cpy".

       WORKING-STORAGE SECTION.
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-NSF-EOF          PIC X(01) VALUE "N".
           01 WS-ASSD-EOF         PIC X(01) VALUE "N".
           01 WS-ASSESSED-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-EOF          PIC X(01) VALUE "N".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPADV-OPEN     PIC X(01) VALUE "N".
           01 WS-CORPACT-STATUS   PIC X(02) VALUE "00".
           01 WS-PIADVNC-STATUS   PIC X(02) VALUE "00".
           01 WS-PIADVNC-OPEN     PIC X(01) VALUE "N".
           01 WS-ADVACT-STATUS    PIC X(02) VALUE "00".
           01 WS-ADVACT-EOF       PIC X(01) VALUE "N".
      * The date the reversed item was paid - the receipt that
      * bounced - before the reversal clears it.
           01 WS-ORIG-PAID-DATE   PIC 9(08) VALUE ZEROES.

      * What the ledger shows the reversed installment took, netted
      * across its payments, partials, and any earlier reversal.
           01 WS-REV-AMOUNT       PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-REV-PRINCIPAL    PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-REV-INTEREST     PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-REV-ESCROW       PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-REV-FEES         PIC S9(07)V9(02) VALUE ZEROES.
      * What the same receipt paid down on the corporate advances,
      * netted across its CORPPAID entries and any earlier reversal.
           01 WS-REV-CORP         PIC S9(07)V9(02) VALUE ZEROES.
      * What the installment recovered of the P&I advance.
           01 WS-REOPEN-PRIN      PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-REOPEN-INT       PIC S9(07)V9(02) VALUE ZEROES.
      * The month before the reopened installment, for rolling the
      * paid-through date back.
           01 WS-PRIOR-DUE.
               05 WS-PRIOR-YEAR    PIC 9(04).
               05 WS-PRIOR-MONTH   PIC 9(02).
               05 WS-PRIOR-DAY     PIC 9(02).
           01 WS-PRIOR-DUE-NUM REDEFINES WS-PRIOR-DUE PIC 9(08).

      * The day's returned items, held in storage while payhist and
      * the assessed file stream past, the same way cashpost holds
                   10 WS-NSF-DUE-DATE  PIC 9(08).
                   10 WS-NSF-REASON    PIC X(03).
                   10 WS-NSF-USED      PIC X(01).
      * The P&I advance the item recovered, netted off "advact".
                   10 WS-NSF-REC-PRIN  PIC S9(07)V9(02).
                   10 WS-NSF-REC-INT   PIC S9(07)V9(02).
           01 WS-NSF-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-NSF-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-MATCH-IDX        PIC 9(04) VALUE ZEROES.
           01 WS-REVERSED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-UNMATCHED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REVERSED-TOTAL   PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-ADV-REOPEN-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-ADV-REOPEN-TOTAL PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-CORP-REOPEN-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CORP-REOPEN-TOTAL PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN I-O CORPADV.
           IF WS-CORPADV-STATUS = "00"
               MOVE "Y" TO WS-CORPADV-OPEN
               OPEN EXTEND CORP-ACTIVITY
               IF WS-CORPACT-STATUS = "35"
                   OPEN OUTPUT CORP-ACTIVITY
               END-IF
           END-IF.
           OPEN I-O PIADVNC.
           IF WS-PIADVNC-STATUS = "00"
               MOVE "Y" TO WS-PIADVNC-OPEN
           END-IF.
           OPEN OUTPUT NEW-ASSESSED-FILE.
           OPEN OUTPUT REVERSAL-REGISTER.
           OPEN EXTEND POSTING-REGISTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 100-LOAD-NSF-ITEMS.
      * The journal is read for what each item recovered before
      * tonight's lines are appended to it.
           IF WS-PIADVNC-OPEN = "Y"
               PERFORM 150-LOAD-RECOVERIES
               OPEN EXTEND ADV-ACTIVITY
               IF WS-ADVACT-STATUS = "35"
                   OPEN OUTPUT ADV-ACTIVITY
               END-IF
           END-IF.

           PERFORM VARYING WS-NSF-IDX FROM 1 BY 1
                   UNTIL WS-NSF-IDX > WS-NSF-COUNT
           CLOSE NEW-ASSESSED-FILE.
           CLOSE REVERSAL-REGISTER.
           CLOSE POSTING-REGISTER.
           CLOSE LOANMSTR.
           CLOSE LOAN-LEDGER.
           IF WS-CORPADV-OPEN = "Y"
               CLOSE CORPADV
               CLOSE CORP-ACTIVITY
           END-IF.
           IF WS-PIADVNC-OPEN = "Y"
               CLOSE PIADVNC
               CLOSE ADV-ACTIVITY
           END-IF.

           DISPLAY "PAYMENTS REVERSED: "    WS-REVERSED-COUNTER.
           DISPLAY "REVERSALS UNMATCHED: "  WS-UNMATCHED-COUNTER.
           DISPLAY "P&I ADVANCES REOPENED: " WS-ADV-REOPEN-COUNTER.
           DISPLAY "CORP ADVANCES REOPENED: " WS-CORP-REOPEN-COUNTER.
           GOBACK.

       100-LOAD-NSF-ITEMS.
                       MOVE NSF-REASON
                           TO WS-NSF-REASON(WS-NSF-COUNT)
                       MOVE "N" TO WS-NSF-USED(WS-NSF-COUNT)
                       MOVE 0 TO WS-NSF-REC-PRIN(WS-NSF-COUNT)
                                 WS-NSF-REC-INT(WS-NSF-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

       150-LOAD-RECOVERIES.
      * Each returned item's share of the advance journal: the
      * RECOVER lines its settlement wrote, less any earlier
      * reversal of them, so an item paid, returned, and paid again
      * reopens only what its last payment recovered.
           OPEN INPUT ADV-ACTIVITY.
           IF WS-ADVACT-STATUS = "00"
               PERFORM UNTIL WS-ADVACT-EOF = "Y"
                   READ ADV-ACTIVITY
                   AT END MOVE "Y" TO WS-ADVACT-EOF
                   NOT AT END
                       IF ADVACT-TYPE = "RECOVER"
                               OR ADVACT-TYPE = "REVERSED"
                           PERFORM 160-APPLY-RECOVERY-LINE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ADV-ACTIVITY
           END-IF.

       160-APPLY-RECOVERY-LINE.
           PERFORM VARYING WS-NSF-IDX FROM 1 BY 1
                   UNTIL WS-NSF-IDX > WS-NSF-COUNT
               IF WS-NSF-ACC(WS-NSF-IDX) = ADVACT-ACC
                       AND WS-NSF-DUE-DATE(WS-NSF-IDX)
                           = ADVACT-DUE-DATE
                   IF ADVACT-TYPE = "RECOVER"
                       ADD ADVACT-PRINCIPAL
                           TO WS-NSF-REC-PRIN(WS-NSF-IDX)
                       ADD ADVACT-INTEREST
                           TO WS-NSF-REC-INT(WS-NSF-IDX)
                   ELSE
                       SUBTRACT ADVACT-PRINCIPAL
                           FROM WS-NSF-REC-PRIN(WS-NSF-IDX)
                       SUBTRACT ADVACT-INTEREST
                           FROM WS-NSF-REC-INT(WS-NSF-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       200-REVERSE-ONE-ITEM.
      * One keyed read per returned item; only a settled item can
      * be reversed, and the reversal clears both the paid date and
               NOT INVALID KEY
                   IF PAYHIST-PAID-DATE NOT = 0
                       MOVE "Y" TO WS-NSF-USED(WS-NSF-IDX)
                       MOVE PAYHIST-PAID-DATE TO WS-ORIG-PAID-DATE
                       MOVE 0 TO PAYHIST-PAID-DATE
                       MOVE 0 TO PAYHIST-PAID-AMT
                       REWRITE PAYHIST-REC
                       MOVE WS-DETAIL-LINE
                           TO REVERSAL-REGISTER-REC
                       WRITE REVERSAL-REGISTER-REC
                       PERFORM 250-REVERSE-ON-LEDGER
      * The register line carries back the split the installment
      * was posted with, as the ledger netted it.
                       MOVE SPACES TO POSTING-REGISTER-REC
                       MOVE PAYHIST-ACC      TO POSTREG-ACC
                       MOVE PAYHIST-DUE-DATE TO POSTREG-DUE-DATE
                       MOVE WS-RUN-DATE      TO POSTREG-PAID-DATE
                       MOVE PAYHIST-AMOUNT   TO POSTREG-AMOUNT
                       MOVE "REVERSED"       TO POSTREG-ACTION
                       MOVE WS-REV-PRINCIPAL TO POSTREG-PRINCIPAL
                       MOVE WS-REV-INTEREST  TO POSTREG-INTEREST
                       MOVE WS-REV-ESCROW    TO POSTREG-ESCROW
                       MOVE WS-REV-FEES      TO POSTREG-FEES
                       WRITE POSTING-REGISTER-REC
                       END-WRITE
                       IF WS-PIADVNC-OPEN = "Y"
                               AND PAYHIST-REGULAR-ITEM
                           PERFORM 260-REOPEN-ADVANCE
                       END-IF
                       IF WS-CORPADV-OPEN = "Y" AND WS-REV-CORP > 0
                           PERFORM 270-REOPEN-CORP-ADVANCE
                       END-IF
                   END-IF
           END-READ.

       250-REVERSE-ON-LEDGER.
      * Net what the ledger shows the installment took - its
      * payments and partials less anything already reversed - and
      * journal the opposite as one REVERSED entry, so the buckets
      * and the balance come back exactly as they went out.
           MOVE 0 TO WS-REV-AMOUNT WS-REV-PRINCIPAL WS-REV-INTEREST
                     WS-REV-ESCROW WS-REV-FEES WS-REV-CORP.
           MOVE "N" TO WS-TXN-EOF.
           MOVE LOW-VALUES TO TXN-KEY.
           MOVE PAYHIST-ACC TO TXN-ACC.
           START LOAN-LEDGER KEY NOT < TXN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TXN-EOF
           END-START.
           PERFORM UNTIL WS-TXN-EOF = "Y"
               READ LOAN-LEDGER NEXT RECORD
               AT END MOVE "Y" TO WS-TXN-EOF
               NOT AT END
                   IF TXN-ACC NOT = PAYHIST-ACC
                       MOVE "Y" TO WS-TXN-EOF
                   ELSE
                       IF TXN-DUE-DATE = PAYHIST-DUE-DATE
                               AND (TXN-TYPE = "PAYMENT"
                                 OR TXN-TYPE = "PARTIAL"
                                 OR TXN-TYPE = "REVERSED")
                           ADD TXN-AMOUNT    TO WS-REV-AMOUNT
                           ADD TXN-PRINCIPAL TO WS-REV-PRINCIPAL
                           ADD TXN-INTEREST  TO WS-REV-INTEREST
                           ADD TXN-ESCROW    TO WS-REV-ESCROW
                           ADD TXN-FEES      TO WS-REV-FEES
                       END-IF
      * Corporate advances the bounced receipt paid down were
      * posted on its date with no installment; a reversal of them
      * carries that date in its due date.
                       IF (TXN-TYPE = "CORPPAID"
                               AND TXN-DATE = WS-ORIG-PAID-DATE)
                          OR (TXN-TYPE = "CORPREVD"
                               AND TXN-DUE-DATE = WS-ORIG-PAID-DATE)
                           ADD TXN-AMOUNT TO WS-REV-CORP
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.

      * The principal goes back on the books, and a loan paid
      * through the reopened regular installment is now paid only
      * through the month before it; a repayment-plan item never
      * moved the paid-through date, so its reversal does not
      * either.  A loan not yet converted onto the ledger has no
      * actual balance to restore.
           MOVE PAYHIST-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   MOVE 0 TO LOAN-ACTUAL-BALANCE
               NOT INVALID KEY
                   IF LOAN-ACTUAL-BALANCE NOT = 0
                           OR LOAN-PAID-THRU-DATE NOT = 0
                       ADD WS-REV-PRINCIPAL TO LOAN-ACTUAL-BALANCE
                       IF LOAN-PAID-THRU-DATE >= PAYHIST-DUE-DATE
                               AND PAYHIST-REGULAR-ITEM
                           MOVE PAYHIST-DUE-DATE TO WS-PRIOR-DUE-NUM
                           IF WS-PRIOR-MONTH = 1
                               MOVE 12 TO WS-PRIOR-MONTH
                               SUBTRACT 1 FROM WS-PRIOR-YEAR
                           ELSE
                               SUBTRACT 1 FROM WS-PRIOR-MONTH
                           END-IF
                           MOVE WS-PRIOR-DUE-NUM
                               TO LOAN-PAID-THRU-DATE
                       END-IF
                       REWRITE LOAN-RECORD
                   END-IF
           END-READ.

           MOVE SPACES            TO TXN-REC.
           MOVE PAYHIST-ACC       TO TXN-ACC.
           MOVE WS-RUN-DATE       TO TXN-DATE.
           MOVE 1                 TO TXN-SEQ.
           MOVE "REVERSED"        TO TXN-TYPE.
           MOVE PAYHIST-DUE-DATE  TO TXN-DUE-DATE.
           COMPUTE TXN-AMOUNT    = 0 - WS-REV-AMOUNT.
           COMPUTE TXN-PRINCIPAL = 0 - WS-REV-PRINCIPAL.
           COMPUTE TXN-INTEREST  = 0 - WS-REV-INTEREST.
           COMPUTE TXN-ESCROW    = 0 - WS-REV-ESCROW.
           COMPUTE TXN-FEES      = 0 - WS-REV-FEES.
           MOVE LOAN-ACTUAL-BALANCE TO TXN-BALANCE.
           MOVE "PAYREVRS"        TO TXN-SOURCE.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   PAYHIST-ACC
                           MOVE 4 TO RETURN-CODE
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
               END-WRITE
           END-PERFORM.

       260-REOPEN-ADVANCE.
      * What the installment's settlement recovered of the
      * servicer's P&I advance is owed back to the servicer again:
      * the balance goes back up and the recovery comes off the
      * recovered total, so advanced less recovered still proves.
           MOVE WS-NSF-REC-PRIN(WS-NSF-IDX) TO WS-REOPEN-PRIN.
           MOVE WS-NSF-REC-INT(WS-NSF-IDX)  TO WS-REOPEN-INT.
           IF WS-REOPEN-PRIN + WS-REOPEN-INT > 0
               MOVE PAYHIST-ACC TO ADV-ACCT-NO
               READ PIADVNC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-REOPEN-PRIN WS-REOPEN-INT
                           TO ADV-BALANCE
                       SUBTRACT WS-REOPEN-PRIN WS-REOPEN-INT
                           FROM ADV-RECOVERED-TOTAL
                       MOVE WS-RUN-DATE TO ADV-LAST-DATE
                       REWRITE ADV-RECORD
                       ADD 1 TO WS-ADV-REOPEN-COUNTER
                       ADD WS-REOPEN-PRIN WS-REOPEN-INT
                           TO WS-ADV-REOPEN-TOTAL
                       MOVE SPACES           TO ADVACT-REC
                       MOVE PAYHIST-ACC      TO ADVACT-ACC
                       MOVE WS-RUN-DATE      TO ADVACT-DATE
                       MOVE "REVERSED"       TO ADVACT-TYPE
                       MOVE ADV-INVESTOR     TO ADVACT-INVESTOR
                       MOVE PAYHIST-DUE-DATE TO ADVACT-DUE-DATE
                       MOVE WS-REOPEN-PRIN   TO ADVACT-PRINCIPAL
                       MOVE WS-REOPEN-INT    TO ADVACT-INTEREST
                       MOVE "PAYREVRS"       TO ADVACT-SOURCE
                       WRITE ADVACT-REC
               END-READ
           END-IF.

       270-REOPEN-CORP-ADVANCE.
      * The corporate advances the bounced receipt paid down are
      * owed by the borrower again.  Two installments settled by
      * the same receipt reopen them once: the first reversal's
      * CORPREVD entry nets the second one's share to nothing.
           MOVE PAYHIST-ACC TO CORP-ACCT-NO.
           READ CORPADV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-REV-CORP TO CORP-BALANCE
                   SUBTRACT WS-REV-CORP FROM CORP-RECOVERED-TOTAL
                   MOVE WS-RUN-DATE TO CORP-LAST-DATE
                   REWRITE CORP-RECORD
                   ADD 1 TO WS-CORP-REOPEN-COUNTER
                   ADD WS-REV-CORP TO WS-CORP-REOPEN-TOTAL
                   MOVE SPACES TO CORPACT-REC
                   MOVE PAYHIST-ACC    TO CORPACT-ACC
                   MOVE WS-RUN-DATE    TO CORPACT-DATE
                   MOVE "REVERSED"     TO CORPACT-TYPE
                   MOVE "Y"            TO CORPACT-RECOVERABLE
                   MOVE WS-REV-CORP    TO CORPACT-AMOUNT
                   MOVE "RECEIPT RETURNED" TO CORPACT-PAYEE
                   MOVE "PAYREVRS"     TO CORPACT-OPERATOR
                   WRITE CORPACT-REC
                   MOVE SPACES TO POSTING-REGISTER-REC
                   MOVE PAYHIST-ACC    TO POSTREG-ACC
                   MOVE 0              TO POSTREG-DUE-DATE
                   MOVE WS-RUN-DATE    TO POSTREG-PAID-DATE
                   MOVE WS-REV-CORP    TO POSTREG-AMOUNT
                   MOVE "CORPREVD"     TO POSTREG-ACTION
                   MOVE 0 TO POSTREG-PRINCIPAL POSTREG-INTEREST
                             POSTREG-ESCROW POSTREG-FEES
                   WRITE POSTING-REGISTER-REC
                   END-WRITE
      * The ledger carries it with an empty split, dated tonight,
      * with the bounced receipt's date in place of an installment.
                   MOVE SPACES            TO TXN-REC
                   MOVE PAYHIST-ACC       TO TXN-ACC
                   MOVE WS-RUN-DATE       TO TXN-DATE
                   MOVE 1                 TO TXN-SEQ
                   MOVE "CORPREVD"        TO TXN-TYPE
                   MOVE WS-ORIG-PAID-DATE TO TXN-DUE-DATE
                   COMPUTE TXN-AMOUNT = 0 - WS-REV-CORP
                   MOVE 0 TO TXN-PRINCIPAL TXN-INTEREST
                             TXN-ESCROW TXN-FEES
                   MOVE LOAN-ACTUAL-BALANCE TO TXN-BALANCE
                   MOVE "PAYREVRS"        TO TXN-SOURCE
                   MOVE "N" TO WS-TXN-WRITTEN
                   PERFORM UNTIL WS-TXN-WRITTEN = "Y"
                       WRITE TXN-REC
                           INVALID KEY
                               IF TXN-SEQ = 9999
                                   DISPLAY "LEDGER SEQUENCE FULL, "
                                           "ACCOUNT " PAYHIST-ACC
                                   MOVE 4 TO RETURN-CODE
                                   MOVE "Y" TO WS-TXN-WRITTEN
                               ELSE
                                   ADD 1 TO TXN-SEQ
                               END-IF
                           NOT INVALID KEY
                               MOVE "Y" TO WS-TXN-WRITTEN
                       END-WRITE
                   END-PERFORM
           END-READ.

       300-CARRY-ASSESSED-ITEMS.
      * Carry the assessed file forward minus the reversed items, so
      * latechg sees the reopened item as never billed and can
           MOVE WS-UNMATCHED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO REVERSAL-REGISTER-REC.
           WRITE REVERSAL-REGISTER-REC.

           MOVE "P&I ADV REOPENED:"    TO WS-TOT-LABEL.
           MOVE WS-ADV-REOPEN-TOTAL    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO REVERSAL-REGISTER-REC.
           WRITE REVERSAL-REGISTER-REC.

           MOVE "CORP ADV REOPENED:"   TO WS-TOT-LABEL.
           MOVE WS-CORP-REOPEN-TOTAL   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO REVERSAL-REGISTER-REC.
           WRITE REVERSAL-REGISTER-REC.
