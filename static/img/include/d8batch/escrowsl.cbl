      * invoice that would drive its account's balance negative is
      * still paid but listed on the "escexcpt" exception report so
      * the shortfall is funded consciously instead of silently.
      * Every payee is screened through ofacchk against the SDN
      * sanctions list before its check is cut; a potential hit is
      * held off "checks" and the ledger, listed as an OFAC HOLD on
      * the exception report, and put back on "payinv" so it pays
      * on the first run after compliance clears the hit.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Invoices held for sanctions review this run, carried back
      * onto the queue once it has been reset.
           SELECT HELD-FILE ASSIGN TO "escheld"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One ledger record per account: the running escrow balance,
       FD EXCEPTION-REPORT.
           01 EXCEPTION-REPORT-REC PIC X(80).

      * Same layout as the INVOICE-REC it was held from.
       FD HELD-FILE.
           01 HELD-REC              PIC X(50).

       WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS    PIC X(02) VALUE "00".
           01 WS-INVOICE-STATUS   PIC X(02) VALUE "00".
           01 WS-CUOTA-EOF        PIC X(01) VALUE "N".
           01 WS-INV-EOF          PIC X(01) VALUE "N".
           01 WS-HELD-STATUS      PIC X(02) VALUE "00".
           01 WS-HELD-EOF         PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

           01 WS-CREDIT-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-DEBIT-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-NEGATIVE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-OFAC-HELD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CREDIT-TOTAL     PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-DEBIT-TOTAL      PIC 9(09)V9(02) VALUE ZEROES.

               05 WS-EXC-PAYEE     PIC X(20).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-BALANCE   PIC -(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-EXC-NOTE      PIC X(16) VALUE SPACES.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

      * Shared sanctions screening parameter record; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           END-IF.
           OPEN OUTPUT CHECK-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN OUTPUT HELD-FILE.

           PERFORM UNTIL WS-CUOTA-EOF = "Y"
               READ CUOTA
               READ INVOICE-FILE
               AT END MOVE "Y" TO WS-INV-EOF
               NOT AT END
                   PERFORM 150-SCREEN-PAYEE
                   IF OFAC-HIT
                       PERFORM 250-HOLD-INVOICE
                   ELSE
                       PERFORM 200-PAY-INVOICE
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-EXCEPTION-TOTALS.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.
           CLOSE ESCROW-LEDGER.
           CLOSE CUOTA.
      * The queue is consumed: every invoice on it has been paid
      * or held, so the file resets for the schedulers' next cycle
      * rather than re-paying the whole history every run, with
      * only the held invoices put back on it.
           CLOSE INVOICE-FILE.
           CLOSE HELD-FILE.
           IF WS-INVOICE-STATUS NOT = "35"
               OPEN OUTPUT INVOICE-FILE
               PERFORM 500-REQUEUE-HELD-INVOICES
               CLOSE INVOICE-FILE
           END-IF.
           CLOSE CHECK-FILE.
           DISPLAY "COLLECTIONS CREDITED: "  WS-CREDIT-COUNTER.
           DISPLAY "INVOICES PAID: "         WS-DEBIT-COUNTER.
           DISPLAY "NEGATIVE BALANCES: "     WS-NEGATIVE-COUNTER.
           DISPLAY "OFAC REVIEW HOLDS: "     WS-OFAC-HELD-COUNTER.
      * The screening CALLs reset RETURN-CODE; restate the warning.
           IF WS-NEGATIVE-COUNTER > 0 OR WS-OFAC-HELD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-CREDIT-COLLECTION.
           ADD 1 TO WS-CREDIT-COUNTER.
           ADD CUOTA-ESCROW TO WS-CREDIT-TOTAL.

       150-SCREEN-PAYEE.
      * Screened by payee name, the same party id payemain uses, so
      * one disposition covers the payee on every account.
           MOVE "S"          TO OFAC-FUNCTION.
           MOVE "P"          TO OFAC-PARTY-TYPE.
           MOVE INV-PAYEE    TO OFAC-PARTY-ID.
           MOVE INV-PAYEE    TO OFAC-NAME.
           MOVE SPACES       TO OFAC-ADDR.
           MOVE "escrowsl"   TO OFAC-CALLER.
           CALL "ofacchk" USING OFAC-PARAMS.

       200-PAY-INVOICE.
      * Pay the invoice and debit the ledger.  An account with no
      * ledger record at all is an exception outright - money is
           END-READ.
           PERFORM 400-WRITE-CHECK.

       250-HOLD-INVOICE.
      * Nothing is debited and no check is cut; the invoice waits on
      * the held file for the queue reset.
           ADD 1 TO WS-OFAC-HELD-COUNTER.
           MOVE INVOICE-REC    TO HELD-REC.
           WRITE HELD-REC.
           MOVE INV-ACC        TO WS-EXC-ACC.
           MOVE INV-PAYEE      TO WS-EXC-PAYEE.
           MOVE INV-AMOUNT     TO WS-EXC-BALANCE.
           MOVE "OFAC HOLD"    TO WS-EXC-NOTE.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

       300-WRITE-EXCEPTION.
           ADD 1 TO WS-NEGATIVE-COUNTER.
           MOVE INV-ACC        TO WS-EXC-ACC.
           MOVE INV-PAYEE      TO WS-EXC-PAYEE.
           MOVE ESCROW-BALANCE TO WS-EXC-BALANCE.
           MOVE SPACES         TO WS-EXC-NOTE.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
           MOVE 4 TO RETURN-CODE.
           ADD 1 TO WS-DEBIT-COUNTER.
           ADD INV-AMOUNT TO WS-DEBIT-TOTAL.

       500-REQUEUE-HELD-INVOICES.
           OPEN INPUT HELD-FILE.
           PERFORM UNTIL WS-HELD-EOF = "Y"
               READ HELD-FILE
               AT END MOVE "Y" TO WS-HELD-EOF
               NOT AT END
                   MOVE HELD-REC TO INVOICE-REC
                   WRITE INVOICE-REC
               END-READ
           END-PERFORM.
           CLOSE HELD-FILE.

       900-WRITE-EXCEPTION-TOTALS.
           MOVE "COLLECTIONS CREDITED:"   TO WS-TOT-LABEL.
           MOVE WS-CREDIT-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-NEGATIVE-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.

           MOVE "OFAC REVIEW HOLDS:"      TO WS-TOT-LABEL.
           MOVE WS-OFAC-HELD-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO EXCEPTION-REPORT-REC.
           WRITE EXCEPTION-REPORT-REC.
