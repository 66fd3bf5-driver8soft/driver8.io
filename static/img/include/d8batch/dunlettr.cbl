      * snapshot decides each account's escalation step - a reminder
      * at 30 days down (bucket 3), a demand at 60 (bucket 4), a
      * default notice at 90 (bucket 5) - and the letter extract
      * goes to "dunletr".  Accounts under a LOAN-ST-BANKRUPTCY stay,
      * or under SCRA protection on the MILSTAT military-status
      * file, or inside a disaster-declaration period dsasflag put
      * on "dsashold", are suppressed the same way latechg holds
      * them.  What was sent is remembered per account and step on
      * "dunsent" so the same step is never sent twice for the same
      * delinquency episode; an account that cures out of the
      * snapshot has its history dropped, so a fresh episode starts
      * the ladder over.  No extract is written for a primary
      * borrower whose address rtnmail has flagged bad; the request
      * still reaches corresp, which records the notice as
      * suppressed, and the step counts as given.  An account under
      * a letters service hold (see holdmaint and svchold) is
      * suppressed while the hold stands, the step left to be given
      * when it ends.  The run's activity is listed on "dunrpt".
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * Servicemembers under SCRA protection are not dunned;
      * optional until milmaint records the first.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

      * Steps already sent this episode; rewritten whole each run.
           SELECT SENT-FILE ASSIGN TO "dunsent"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FORB-STATUS.

      * Disaster-declaration holds dsasflag places; an account
      * inside its declaration period gets no dunning.
           SELECT DISASTER-FILE ASSIGN TO "dsashold"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DSAS-STATUS.

      * Customer master and account cross-reference maintained by
      * custmain; the letter is addressed to the primary borrower,
      * and none goes to an address flagged bad.  Without them the
      * loan record's own address is used as before.
           SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-NO
           FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * Letter requests for the correspondence engine; one line per
      * extract record so corresp produces the borrower letter.
           SELECT CORR-QUEUE ASSIGN TO "corrqueue"
       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD CUSTMSTR.
           COPY "custrec.cpy".

      * Mirrors custmain's own FD CUSTXREF layout field for field.
       FD CUSTXREF.
           01 XREF-REC.
               05 XREF-KEY.
                   10 XREF-ACCT-NO   PIC X(10).
                   10 XREF-CUST-NO   PIC X(06).
               05 XREF-ROLE          PIC X(01).
                   88 XREF-PRIMARY        VALUE "P", SPACE.
                   88 XREF-CO-BORROWER    VALUE "C".
                   88 XREF-CO-SIGNER      VALUE "S".
                   88 XREF-GUARANTOR      VALUE "G".
                   88 XREF-NB-SPOUSE      VALUE "N".
                   88 XREF-OBLIGOR        VALUE "P", "C", "S", SPACE.

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       FD SENT-FILE.
           01 SENT-REC.
               05 SENT-ACC           PIC X(10).
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

      * Mirrors corresp's own FD CORR-QUEUE layout field for field.
       FD CORR-QUEUE.
           01 CORR-QUEUE-REC.
           01 WS-FORB-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-FRB-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-ON-FORBEARANCE   PIC X(01) VALUE "N".
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
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN     PIC X(01) VALUE "N".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTFILE-OPEN    PIC X(01) VALUE "N".
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-BAD-ADDRESS      PIC X(01) VALUE "N".
           01 WS-ON-SCRA          PIC X(01) VALUE "N".
           01 WS-SENT-STATUS      PIC X(02) VALUE "00".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-SENT-EOF         PIC X(01) VALUE "N".
           01 WS-SENT-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-SUPPRESSED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-ALREADY-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-BAD-ADDR-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-SVC-HELD-COUNTER PIC 9(09) VALUE ZEROES.

      * Shared service-hold parameter record; see svhparm.cpy.
           COPY "svhparm.cpy".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
           PERFORM 150-LOAD-LATEST-SNAPSHOT.
           PERFORM 180-LOAD-SENT-HISTORY.
           PERFORM 190-LOAD-FORBEARANCES.
           PERFORM 195-LOAD-DISASTER-HOLDS.
           IF WS-SNP-OVERFLOW = "Y" OR WS-SNT-OVERFLOW = "Y"
               DISPLAY "TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS = "00"
               MOVE "Y" TO WS-MILSTAT-OPEN
           END-IF.
           OPEN INPUT CUSTMSTR.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTMSTR-STATUS = "00"
                   AND WS-CUSTXREF-STATUS = "00"
               MOVE "Y" TO WS-CUSTFILE-OPEN
           END-IF.
           OPEN OUTPUT LETTER-EXTRACT.
           OPEN OUTPUT DUN-REPORT.
           OPEN EXTEND CORR-QUEUE.
           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.
           IF WS-CUSTFILE-OPEN = "Y"
               CLOSE CUSTMSTR
               CLOSE CUSTXREF
           END-IF.
           CLOSE LETTER-EXTRACT.
           CLOSE DUN-REPORT.
           CLOSE CORR-QUEUE.
           MOVE "C" TO SVH-FUNCTION.
           CALL "svchold" USING SVH-PARAMS.

           DISPLAY "LETTERS SCHEDULED: "   WS-SENT-COUNTER.
           DISPLAY "ACCOUNTS SUPPRESSED: " WS-SUPPRESSED-COUNTER.
           DISPLAY "BAD ADDRESS HELD: "    WS-BAD-ADDR-COUNTER.
           DISPLAY "SERVICE HOLD: "        WS-SVC-HELD-COUNTER.
           GOBACK.

       100-FIND-LATEST-SNAPSHOT.
               CLOSE FORB-FILE
           END-IF.

       195-LOAD-DISASTER-HOLDS.
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

       200-ESCALATE-ACCOUNT.
      * Bucket 3 is 30 days down, 4 is 60, 5 is 90; the step the
      * account is due is the one matching its worst bucket.

       250-CHECK-STAY-AND-SEND.
      * A bankruptcy stay is a legal hold on dunning, the same hold
      * latechg applies to charges; an active forbearance or a
      * disaster-declaration period holds it too.
           MOVE "N" TO WS-ON-FORBEARANCE.
           PERFORM VARYING WS-FRB-IDX FROM 1 BY 1
                   UNTIL WS-FRB-IDX > WS-FORB-COUNT
                   MOVE "Y" TO WS-ON-FORBEARANCE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-ON-DISASTER.
           PERFORM VARYING WS-DSH-IDX FROM 1 BY 1
                   UNTIL WS-DSH-IDX > WS-DSAS-COUNT
                      OR WS-ON-DISASTER = "Y"
               IF WS-DSH-ACC(WS-DSH-IDX) = WS-SNP-ACC(WS-SNP-IDX)
                   MOVE "Y" TO WS-ON-DISASTER
               END-IF
           END-PERFORM.
           IF WS-ON-FORBEARANCE = "Y"
               ADD 1 TO WS-SUPPRESSED-COUNTER
               MOVE "FORBORNE" TO WS-DTL-ACTION
               PERFORM 700-WRITE-DETAIL
           ELSE
               IF WS-ON-DISASTER = "Y"
                   ADD 1 TO WS-SUPPRESSED-COUNTER
                   MOVE "DISASTER HOLD" TO WS-DTL-ACTION
                   PERFORM 700-WRITE-DETAIL
               ELSE
                   PERFORM 260-READ-MASTER-AND-SEND
               END-IF
           END-IF.

       260-READ-MASTER-AND-SEND.
                       MOVE "STAYED" TO WS-DTL-ACTION
                       PERFORM 700-WRITE-DETAIL
                   ELSE
                       PERFORM 270-CHECK-SCRA-PROTECTION
                       IF WS-ON-SCRA = "N"
                           PERFORM 275-CHECK-SERVICE-HOLD
                       END-IF
                       EVALUATE TRUE
                           WHEN WS-ON-SCRA = "Y"
                               ADD 1 TO WS-SUPPRESSED-COUNTER
                               MOVE "SCRA PROTECTED" TO WS-DTL-ACTION
                               PERFORM 700-WRITE-DETAIL
                           WHEN SVH-HELD
                               ADD 1 TO WS-SUPPRESSED-COUNTER
                               ADD 1 TO WS-SVC-HELD-COUNTER
                               MOVE "SERVICE HOLD" TO WS-DTL-ACTION
                               PERFORM 700-WRITE-DETAIL
                           WHEN OTHER
                               PERFORM 300-SEND-LETTER
                       END-EVALUATE
                   END-IF
           END-READ.

       270-CHECK-SCRA-PROTECTION.
      * Protection runs from the start of active duty through
      * MIL-PROTECT-END, a year past its end.
           MOVE "N" TO WS-ON-SCRA.
           IF WS-MILSTAT-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO MIL-ACCT-NO
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

       275-CHECK-SERVICE-HOLD.
      * A letters service hold - litigation, most often - stops the
      * notice; the step is not counted as given, so the ladder
      * picks up where it stands once the hold ends.
           MOVE "S"          TO SVH-FUNCTION.
           MOVE LOAN-ACCT-NO TO SVH-ACCT.
           MOVE "LTR"        TO SVH-TYPE.
           MOVE "dunlettr"   TO SVH-CALLER.
           CALL "svchold" USING SVH-PARAMS.

       300-SEND-LETTER.
      * An address flagged bad gets no extract; the request still
      * goes to corresp, which records the notice as suppressed, and
      * the step counts as given so it is not tried again nightly.
           PERFORM 280-CHECK-BAD-ADDRESS.
           IF WS-BAD-ADDRESS = "N"
               MOVE SPACES         TO LETTER-REC
               MOVE LOAN-ACCT-NO   TO DUN-ACC
               MOVE LOAN-CUST-NAME TO DUN-CUST-NAME
               MOVE WS-DUE-STEP    TO DUN-STEP
               MOVE WS-STEP-NAME   TO DUN-STEP-NAME
               MOVE WS-SNP-AMOUNT(WS-SNP-IDX) TO DUN-PAST-DUE
               WRITE LETTER-REC
           END-IF.
           MOVE SPACES TO CORR-QUEUE-REC.
           STRING "DUNSTEP" DELIMITED BY SIZE
                  WS-DUE-STEP DELIMITED BY SIZE
               MOVE WS-RUN-DATE  TO WS-SNT-DATE(WS-SENT-COUNT)
               MOVE "Y"          TO WS-SNT-KEEP(WS-SENT-COUNT)
           END-IF.
           IF WS-BAD-ADDRESS = "Y"
               ADD 1 TO WS-BAD-ADDR-COUNTER
               MOVE "BAD ADDRESS" TO WS-DTL-ACTION
           ELSE
               ADD 1 TO WS-SENT-COUNTER
               MOVE "SENT" TO WS-DTL-ACTION
           END-IF.
           PERFORM 700-WRITE-DETAIL.

       280-CHECK-BAD-ADDRESS.
      * The account's entries sit together under its key; the
      * primary borrower's customer record says whether the post
      * office has returned mail from the address.
           MOVE "N" TO WS-BAD-ADDRESS.
           IF WS-CUSTFILE-OPEN = "Y"
               MOVE "N" TO WS-XREF-EOF
               MOVE LOAN-ACCT-NO TO XREF-ACCT-NO
               MOVE LOW-VALUES TO XREF-CUST-NO
               START CUSTXREF KEY NOT < XREF-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-XREF-EOF
               END-START
               PERFORM UNTIL WS-XREF-EOF = "Y"
                   READ CUSTXREF NEXT RECORD
                   AT END MOVE "Y" TO WS-XREF-EOF
                   NOT AT END
                       IF XREF-ACCT-NO NOT = LOAN-ACCT-NO
                           MOVE "Y" TO WS-XREF-EOF
                       ELSE
                           IF XREF-PRIMARY
                               MOVE "Y" TO WS-XREF-EOF
                               MOVE XREF-CUST-NO TO CUST-NO
                               READ CUSTMSTR
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       IF CUST-ADDR-BAD
                                           MOVE "Y" TO WS-BAD-ADDRESS
                                       END-IF
                               END-READ
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       700-WRITE-DETAIL.
           MOVE WS-SNP-ACC(WS-SNP-IDX) TO WS-DTL-ACC.
           MOVE WS-STEP-NAME           TO WS-DTL-STEP.
           MOVE WS-TOTAL-LINE          TO DUN-REPORT-REC.
           WRITE DUN-REPORT-REC.

           MOVE "BAD ADDRESS HELD:"    TO WS-TOT-LABEL.
           MOVE WS-BAD-ADDR-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO DUN-REPORT-REC.
           WRITE DUN-REPORT-REC.

           MOVE "SERVICE HOLD:"        TO WS-TOT-LABEL.
           MOVE WS-SVC-HELD-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO DUN-REPORT-REC.
           WRITE DUN-REPORT-REC.

           MOVE "ACCOUNTS SUPPRESSED:" TO WS-TOT-LABEL.
           MOVE WS-SUPPRESSED-COUNTER  TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE          TO DUN-REPORT-REC.
