      ******************************************************************
      *
      * Hazard-Insurance Loss-Draft Processing
      * =======================================
      *
      * Keeps the indexed LOSSDRFT claim file (see lossrec.cpy) so
      * an insurer's claim check made out to us and the borrower is
      * put to work instead of sitting in a drawer.  The "losstran"
      * file carries two kinds of line.  "R" records a draft
      * received on a claim: the first draft on a claim opens it,
      * tied to the account's HAZPOLCY policy (an account with no
      * policy on file is rejected), with the payee the releases are
      * to be made out to and the number of installments to release
      * in (thirds when left zero); a later draft on the same claim
      * adds to what is held.  "I" records a repair inspection and
      * the percent of the repair it found complete, which may not
      * go backwards.
      *
      * Once the transactions are in, every open claim is walked.
      * A claim has earned one installment of its proceeds for each
      * full 1/LD-INSTALLMENTS of the repair the last inspection
      * found complete, and all of them at 100 percent; whatever is
      * earned and not yet released is released from the held
      * balance, and the claim closes when the repair is complete
      * and nothing is held.  Each release is screened through
      * ofacchk as an escrow payee and, when clear, is written as a
      * line on the "checks" file so checkrec carries and reconciles
      * it like any other disbursement - the run goes after escrowsl
      * has written the cycle's checks and ahead of checkrec.  A
      * release to a payee under OFAC review is held on the claim
      * and goes out on the first run after compliance clears it.
      * Everything done or refused lands on the "lossdrpt" register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lossdrft.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Claim file; created on first use.
           SELECT LOSSDRFT ASSIGN TO "LOSSDRFT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LD-KEY
           FILE STATUS IS WS-LOSSDRFT-STATUS.

           SELECT HAZPOLCY ASSIGN TO "HAZPOLCY"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HAZ-ACCT-NO
           FILE STATUS IS WS-HAZPOLCY-STATUS.

           SELECT TRANS-FILE ASSIGN TO "losstran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

      * escrowsl's issued-check file; releases are added to it.
           SELECT CHECK-FILE ASSIGN TO "checks"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.

           SELECT LOSS-REGISTER ASSIGN TO "lossdrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOSSDRFT.
           COPY "lossrec.cpy".

       FD HAZPOLCY.
           COPY "hazrec.cpy".

       FD TRANS-FILE.
           01 TRANS-REC.
               05 LSTRAN-CODE         PIC X(01).
               05 LSTRAN-ACCT-NO      PIC X(10).
               05 LSTRAN-CLAIM-NO     PIC X(15).
               05 LSTRAN-DATE         PIC 9(08).
               05 LSTRAN-AMOUNT       PIC 9(07)V9(02).
               05 LSTRAN-PCT          PIC 9(03).
               05 LSTRAN-PAYEE        PIC X(20).
               05 LSTRAN-INSTALLMENTS PIC 9(01).

      * Mirrors escrowsl's own FD CHECK-FILE layout field for field.
       FD CHECK-FILE.
           01 CHECK-REC.
               05 CHK-PAYEE          PIC X(20).
               05 FILLER             PIC X(01).
               05 CHK-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 CHK-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 CHK-AMOUNT         PIC 9(07)V9(02).

       FD LOSS-REGISTER.
           01 LOSS-REGISTER-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOSSDRFT-STATUS  PIC X(02) VALUE "00".
           01 WS-HAZPOLCY-STATUS  PIC X(02) VALUE "00".
           01 WS-HAZPOLCY-OPEN    PIC X(01) VALUE "N".
           01 WS-TRANS-STATUS     PIC X(02) VALUE "00".
           01 WS-CHECK-STATUS     PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-CLAIM-EOF        PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-REASON           PIC X(20) VALUE SPACES.

      * Installments a claim releases in when the draft names none.
           01 WS-DEFAULT-INSTALLMENTS PIC 9(01) VALUE 3.

           01 WS-EARNED-COUNT     PIC 9(01) VALUE ZEROES.
           01 WS-EARNED-AMOUNT    PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-RELEASE-AMOUNT   PIC S9(09)V9(02) VALUE ZEROES.

           01 WS-RECEIPT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-RECEIPT-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-OPENED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-INSPECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-RELEASE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-RELEASE-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-OFAC-HELD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CLOSED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-HELD-TOTAL       PIC 9(09)V9(02) VALUE ZEROES.

      * Sanctions screening parameter block for ofacchk; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-CLAIM     PIC X(15).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-CODE      PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-AMOUNT    PIC Z(8)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-PCT       PIC ZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O LOSSDRFT.
           IF WS-LOSSDRFT-STATUS = "35"
               CLOSE LOSSDRFT
               OPEN OUTPUT LOSSDRFT
               CLOSE LOSSDRFT
               OPEN I-O LOSSDRFT
           END-IF.
           IF WS-LOSSDRFT-STATUS NOT = "00"
               DISPLAY "LOSSDRFT OPEN FAILED, STATUS: "
                       WS-LOSSDRFT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HAZPOLCY.
           IF WS-HAZPOLCY-STATUS = "00"
               MOVE "Y" TO WS-HAZPOLCY-OPEN
           END-IF.
           OPEN EXTEND CHECK-FILE.
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT CHECK-FILE
           END-IF.
           OPEN OUTPUT LOSS-REGISTER.

           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           IF WS-TRANS-STATUS NOT = "35"
               CLOSE TRANS-FILE
           END-IF.

           PERFORM 300-RELEASE-EARNED-FUNDS.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOSSDRFT.
           IF WS-HAZPOLCY-OPEN = "Y"
               CLOSE HAZPOLCY
           END-IF.
           CLOSE CHECK-FILE.
           CLOSE LOSS-REGISTER.

           DISPLAY "DRAFTS RECEIVED: "      WS-RECEIPT-COUNTER.
           DISPLAY "INSPECTIONS RECORDED: " WS-INSPECT-COUNTER.
           DISPLAY "RELEASES ISSUED: "      WS-RELEASE-COUNTER.
           DISPLAY "OFAC REVIEW HOLDS: "    WS-OFAC-HELD-COUNTER.
           DISPLAY "CLAIMS CLOSED: "        WS-CLOSED-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
      * The ofacchk CALLs reset RETURN-CODE; restate the warning.
           IF WS-REJECT-COUNTER > 0 OR WS-OFAC-HELD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REASON.
           MOVE LSTRAN-ACCT-NO  TO WS-DTL-ACC.
           MOVE LSTRAN-CLAIM-NO TO WS-DTL-CLAIM.
           MOVE LSTRAN-CODE     TO WS-DTL-CODE.
           MOVE 0               TO WS-DTL-AMOUNT.
           MOVE 0               TO WS-DTL-PCT.
           EVALUATE LSTRAN-CODE
               WHEN "R"
                   PERFORM 110-RECEIVE-DRAFT
               WHEN "I"
                   PERFORM 120-RECORD-INSPECTION
               WHEN OTHER
                   MOVE "UNKNOWN TRAN CODE" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNTER
               MOVE WS-REASON TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       110-RECEIVE-DRAFT.
           EVALUATE TRUE
               WHEN LSTRAN-AMOUNT NOT NUMERIC
               WHEN LSTRAN-DATE NOT NUMERIC
               WHEN LSTRAN-INSTALLMENTS NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD" TO WS-REASON
               WHEN LSTRAN-AMOUNT = 0
                   MOVE "ZERO DRAFT AMOUNT" TO WS-REASON
               WHEN LSTRAN-CLAIM-NO = SPACES
                   MOVE "MISSING CLAIM NUMBER" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
               MOVE LSTRAN-ACCT-NO  TO LD-ACCT-NO
               MOVE LSTRAN-CLAIM-NO TO LD-CLAIM-NO
               READ LOSSDRFT
                   INVALID KEY
                       PERFORM 115-OPEN-CLAIM
                   NOT INVALID KEY
                       IF LD-CLOSED
                           MOVE "CLAIM CLOSED" TO WS-REASON
                       ELSE
                           ADD LSTRAN-AMOUNT TO LD-RECEIVED-TOTAL
                           ADD LSTRAN-AMOUNT TO LD-HELD-BALANCE
                           REWRITE LD-RECORD
                       END-IF
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               ADD 1 TO WS-RECEIPT-COUNTER
               ADD LSTRAN-AMOUNT TO WS-RECEIPT-TOTAL
               MOVE LSTRAN-AMOUNT  TO WS-DTL-AMOUNT
               MOVE "DRAFT HELD"   TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       115-OPEN-CLAIM.
      * A claim is only opened against a policy we have on file.
           IF WS-HAZPOLCY-OPEN NOT = "Y"
               MOVE "NO POLICY ON FILE" TO WS-REASON
           ELSE
               MOVE LSTRAN-ACCT-NO TO HAZ-ACCT-NO
               READ HAZPOLCY
                   INVALID KEY
                       MOVE "NO POLICY ON FILE" TO WS-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF WS-REASON = SPACES AND LSTRAN-PAYEE = SPACES
               MOVE "MISSING PAYEE" TO WS-REASON
           END-IF.
           IF WS-REASON = SPACES
               MOVE LSTRAN-ACCT-NO  TO LD-ACCT-NO
               MOVE LSTRAN-CLAIM-NO TO LD-CLAIM-NO
               MOVE HAZ-CARRIER     TO LD-CARRIER
               MOVE HAZ-POLICY-NO   TO LD-POLICY-NO
               MOVE LSTRAN-PAYEE    TO LD-PAYEE
               MOVE LSTRAN-DATE     TO LD-OPEN-DATE
               MOVE "O"             TO LD-STATUS
               MOVE 0               TO LD-CLOSE-DATE
               IF LSTRAN-INSTALLMENTS = 0
                   MOVE WS-DEFAULT-INSTALLMENTS TO LD-INSTALLMENTS
               ELSE
                   MOVE LSTRAN-INSTALLMENTS TO LD-INSTALLMENTS
               END-IF
               MOVE LSTRAN-AMOUNT   TO LD-RECEIVED-TOTAL
               MOVE 0               TO LD-RELEASED-TOTAL
               MOVE LSTRAN-AMOUNT   TO LD-HELD-BALANCE
               MOVE 0               TO LD-RELEASE-COUNT
               MOVE 0               TO LD-LAST-RELEASE-DATE
               MOVE 0               TO LD-INSP-DATE
               MOVE 0               TO LD-PCT-COMPLETE
               WRITE LD-RECORD
               ADD 1 TO WS-OPENED-COUNTER
           END-IF.

       120-RECORD-INSPECTION.
           EVALUATE TRUE
               WHEN LSTRAN-PCT NOT NUMERIC
               WHEN LSTRAN-DATE NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD" TO WS-REASON
               WHEN LSTRAN-PCT > 100
                   MOVE "BAD PERCENT COMPLETE" TO WS-REASON
           END-EVALUATE.
           IF WS-REASON = SPACES
               MOVE LSTRAN-ACCT-NO  TO LD-ACCT-NO
               MOVE LSTRAN-CLAIM-NO TO LD-CLAIM-NO
               READ LOSSDRFT
                   INVALID KEY
                       MOVE "CLAIM NOT ON FILE" TO WS-REASON
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN LD-CLOSED
                               MOVE "CLAIM CLOSED" TO WS-REASON
                           WHEN LSTRAN-PCT < LD-PCT-COMPLETE
                               MOVE "PERCENT WENT BACKWARD"
                                   TO WS-REASON
                           WHEN OTHER
                               MOVE LSTRAN-DATE TO LD-INSP-DATE
                               MOVE LSTRAN-PCT  TO LD-PCT-COMPLETE
                               REWRITE LD-RECORD
                       END-EVALUATE
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               ADD 1 TO WS-INSPECT-COUNTER
               MOVE LSTRAN-PCT TO WS-DTL-PCT
               MOVE "INSPECTION RECORDED" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       300-RELEASE-EARNED-FUNDS.
           MOVE LOW-VALUES TO LD-KEY.
           START LOSSDRFT KEY NOT < LD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLAIM-EOF
           END-START.
           PERFORM UNTIL WS-CLAIM-EOF = "Y"
               READ LOSSDRFT NEXT RECORD
               AT END MOVE "Y" TO WS-CLAIM-EOF
               NOT AT END
                   IF LD-OPEN
                       PERFORM 350-RELEASE-ONE-CLAIM
                   END-IF
               END-READ
           END-PERFORM.

       350-RELEASE-ONE-CLAIM.
      * One installment is earned per full share of the repair
      * complete; at 100 percent the whole of what was received is.
           COMPUTE WS-EARNED-COUNT =
                   LD-PCT-COMPLETE * LD-INSTALLMENTS / 100.
           IF WS-EARNED-COUNT >= LD-INSTALLMENTS
               MOVE LD-RECEIVED-TOTAL TO WS-EARNED-AMOUNT
           ELSE
               COMPUTE WS-EARNED-AMOUNT =
                       LD-RECEIVED-TOTAL * WS-EARNED-COUNT
                       / LD-INSTALLMENTS
           END-IF.
           COMPUTE WS-RELEASE-AMOUNT =
                   WS-EARNED-AMOUNT - LD-RELEASED-TOTAL.
           IF WS-RELEASE-AMOUNT > LD-HELD-BALANCE
               MOVE LD-HELD-BALANCE TO WS-RELEASE-AMOUNT
           END-IF.
           MOVE LD-ACCT-NO  TO WS-DTL-ACC.
           MOVE LD-CLAIM-NO TO WS-DTL-CLAIM.
           MOVE SPACE       TO WS-DTL-CODE.
           MOVE LD-PCT-COMPLETE TO WS-DTL-PCT.
           IF WS-RELEASE-AMOUNT > 0
               MOVE WS-RELEASE-AMOUNT TO WS-DTL-AMOUNT
               MOVE "S"          TO OFAC-FUNCTION
               MOVE "P"          TO OFAC-PARTY-TYPE
               MOVE LD-PAYEE     TO OFAC-PARTY-ID
               MOVE LD-PAYEE     TO OFAC-NAME
               MOVE SPACES       TO OFAC-ADDR
               MOVE "lossdrft"   TO OFAC-CALLER
               CALL "ofacchk" USING OFAC-PARAMS
               IF OFAC-HIT
                   ADD 1 TO WS-OFAC-HELD-COUNTER
                   MOVE "OFAC HOLD" TO WS-DTL-ACTION
                   PERFORM 850-WRITE-DETAIL
               ELSE
                   PERFORM 400-WRITE-RELEASE
               END-IF
           END-IF.
           IF LD-PCT-COMPLETE = 100 AND LD-HELD-BALANCE = 0
               MOVE "C"         TO LD-STATUS
               MOVE WS-RUN-DATE TO LD-CLOSE-DATE
               REWRITE LD-RECORD
               ADD 1 TO WS-CLOSED-COUNTER
               MOVE 0              TO WS-DTL-AMOUNT
               MOVE "CLAIM CLOSED" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           ELSE
               ADD LD-HELD-BALANCE TO WS-HELD-TOTAL
           END-IF.

       400-WRITE-RELEASE.
           MOVE SPACES            TO CHECK-REC.
           MOVE LD-PAYEE          TO CHK-PAYEE.
           MOVE LD-ACCT-NO        TO CHK-ACC.
           MOVE WS-RUN-DATE       TO CHK-DATE.
           MOVE WS-RELEASE-AMOUNT TO CHK-AMOUNT.
           WRITE CHECK-REC.
           ADD WS-RELEASE-AMOUNT      TO LD-RELEASED-TOTAL.
           SUBTRACT WS-RELEASE-AMOUNT FROM LD-HELD-BALANCE.
           ADD 1                      TO LD-RELEASE-COUNT.
           MOVE WS-RUN-DATE           TO LD-LAST-RELEASE-DATE.
           REWRITE LD-RECORD.
           ADD 1 TO WS-RELEASE-COUNTER.
           ADD WS-RELEASE-AMOUNT TO WS-RELEASE-TOTAL.
           MOVE "RELEASED" TO WS-DTL-ACTION.
           PERFORM 850-WRITE-DETAIL.

       850-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "DRAFTS RECEIVED:"        TO WS-TOT-LABEL.
           MOVE WS-RECEIPT-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "DRAFT AMOUNT RECEIVED:"  TO WS-TOT-LABEL.
           MOVE WS-RECEIPT-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "CLAIMS OPENED:"          TO WS-TOT-LABEL.
           MOVE WS-OPENED-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "INSPECTIONS RECORDED:"   TO WS-TOT-LABEL.
           MOVE WS-INSPECT-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "RELEASES ISSUED:"        TO WS-TOT-LABEL.
           MOVE WS-RELEASE-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "AMOUNT RELEASED:"        TO WS-TOT-LABEL.
           MOVE WS-RELEASE-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "OFAC REVIEW HOLDS:"      TO WS-TOT-LABEL.
           MOVE WS-OFAC-HELD-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "CLAIMS CLOSED:"          TO WS-TOT-LABEL.
           MOVE WS-CLOSED-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "FUNDS STILL HELD:"       TO WS-TOT-LABEL.
           MOVE WS-HELD-TOTAL             TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.

           MOVE "TRANSACTIONS REJECTED:"  TO WS-TOT-LABEL.
           MOVE WS-REJECT-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO LOSS-REGISTER-REC.
           WRITE LOSS-REGISTER-REC.
