      * CUOTA-TOTAL is written to "achdebit" with the enrolled bank
      * routing and account details.  The "achrpt" control report
      * carries the debit count and money total so the transmission
      * can be balanced against what the bank settles.  An account
      * under an open identity-theft red-flags alert (see rfscan and
      * rfhold) is not drafted until an operator clears it through
      * apprvctl, and one under an ACH service hold (see holdmaint
      * and svchold) is not drafted while the hold is in force; both
      * kinds of held account are counted on the report.  Nor is an
      * election whose bank details have not yet passed a prenote
      * (see achpnote): until the zero-dollar prenote's window has
      * passed without a return the account is counted as held
      * for its prenote and pays some other way.  Each debit
      * carries the account type (checking or savings) the bank
      * needs to post it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 ENROLL-ACH-FLAG    PIC X(01).
               05 ENROLL-ABA         PIC 9(09).
               05 ENROLL-BANK-ACCT   PIC X(17).
               05 ENROLL-ACCT-TYPE   PIC X(01).
               05 ENROLL-PRENOTE-STATUS PIC X(01).
               05 ENROLL-PRENOTE-DATE PIC 9(08).

      * One debit per enrolled account per cycle.
       FD DEBIT-FILE.
               05 ACH-BANK-ACCT      PIC X(17).
               05 FILLER             PIC X(01).
               05 ACH-AMOUNT         PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
      * C checking, S savings.
               05 ACH-ACCT-TYPE      PIC X(01).

       FD CONTROL-REPORT.
           01 CONTROL-REPORT-REC PIC X(80).
           01 WS-DEBIT-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-DEBIT-TOTAL      PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-SKIPPED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-HELD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-SVC-HELD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-PRENOTE-HELD-COUNTER PIC 9(09) VALUE ZEROES.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(24).
               05 WS-TOT-VALUE     PIC Z(10)9.99.

      * Shared red-flags hold parameter record; see rfhparm.cpy.
           COPY "rfhparm.cpy".

      * Shared service-hold parameter record; see svhparm.cpy.
           COPY "svhparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.


           PERFORM 900-WRITE-CONTROL-TOTALS.

           MOVE "C" TO RFH-FUNCTION.
           CALL "rfhold" USING RFH-PARAMS.
           MOVE "C" TO SVH-FUNCTION.
           CALL "svchold" USING SVH-PARAMS.
           CLOSE PAYENROL.
           CLOSE CUOTA.
           CLOSE DEBIT-FILE.
           CLOSE CONTROL-REPORT.

           DISPLAY "ACH DEBITS ORIGINATED: " WS-DEBIT-COUNTER.
           DISPLAY "ACH HELD - RED FLAG: "   WS-HELD-COUNTER.
           DISPLAY "ACH HELD - SERVICE HOLD: " WS-SVC-HELD-COUNTER.
           DISPLAY "ACH HELD - PRENOTE: " WS-PRENOTE-HELD-COUNTER.
           IF WS-HELD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-ORIGINATE-DEBIT.
                   ADD 1 TO WS-SKIPPED-COUNTER
               NOT INVALID KEY
                   IF ENROLL-ACH-FLAG = "Y"
                      AND (ENROLL-PRENOTE-STATUS = SPACE
                           OR ENROLL-PRENOTE-STATUS = "V")
                       PERFORM 150-CHECK-RED-FLAG
                       IF RFH-NOT-HELD
                           PERFORM 160-CHECK-SERVICE-HOLD
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN ENROLL-ACH-FLAG NOT = "Y"
                           ADD 1 TO WS-SKIPPED-COUNTER
                       WHEN ENROLL-PRENOTE-STATUS NOT = SPACE
                               AND ENROLL-PRENOTE-STATUS NOT = "V"
                           ADD 1 TO WS-PRENOTE-HELD-COUNTER
                       WHEN RFH-HELD
                           ADD 1 TO WS-HELD-COUNTER
                       WHEN SVH-HELD
                           ADD 1 TO WS-SVC-HELD-COUNTER
                       WHEN OTHER
                           MOVE SPACES           TO DEBIT-REC
                           MOVE CUOTA-ACC        TO ACH-ACC
                           MOVE WS-RUN-DATE      TO ACH-DATE
                           MOVE ENROLL-ABA       TO ACH-ABA
                           MOVE ENROLL-BANK-ACCT TO ACH-BANK-ACCT
                           MOVE CUOTA-TOTAL      TO ACH-AMOUNT
                           MOVE ENROLL-ACCT-TYPE TO ACH-ACCT-TYPE
                           IF ACH-ACCT-TYPE = SPACE
                               MOVE "C" TO ACH-ACCT-TYPE
                           END-IF
                           WRITE DEBIT-REC
                           ADD 1 TO WS-DEBIT-COUNTER
                           ADD CUOTA-TOTAL TO WS-DEBIT-TOTAL
                   END-EVALUATE
           END-READ.

       150-CHECK-RED-FLAG.
      * An account under an open red-flags alert is not drafted
      * until the alert is cleared.
           MOVE "S"          TO RFH-FUNCTION.
           MOVE CUOTA-ACC    TO RFH-ACCT.
           MOVE "achorig"    TO RFH-CALLER.
           CALL "rfhold" USING RFH-PARAMS.
           IF RFH-HELD
               DISPLAY "ACH HELD - RED FLAG " RFH-RULE-ID ": "
                       CUOTA-ACC
           END-IF.

       160-CHECK-SERVICE-HOLD.
      * An ACH service hold stops this cycle's draft; the borrower
      * pays some other way until the hold ends.
           MOVE "S"          TO SVH-FUNCTION.
           MOVE CUOTA-ACC    TO SVH-ACCT.
           MOVE "ACH"        TO SVH-TYPE.
           MOVE "achorig"    TO SVH-CALLER.
           CALL "svchold" USING SVH-PARAMS.

       900-WRITE-CONTROL-TOTALS.
           MOVE "ACH DEBITS ORIGINATED:" TO WS-TOT-LABEL.
           MOVE WS-DEBIT-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-SKIPPED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           MOVE "ACH HELD - RED FLAG:"   TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNTER          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           MOVE "ACH HELD - SERVICE HOLD:" TO WS-TOT-LABEL.
           MOVE WS-SVC-HELD-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           MOVE "ACH HELD - PRENOTE:"    TO WS-TOT-LABEL.
           MOVE WS-PRENOTE-HELD-COUNTER  TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.
