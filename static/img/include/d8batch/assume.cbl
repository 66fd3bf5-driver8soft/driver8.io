      * before/after images journaled to "mjournal" under this
      * run's batch id like any other maintenance, the assumption
      * fee billed through the FEELEDGR fee subledger with an
      * ASSESS line on "feeact", and every stale customer
      * cross-reference link - the old primary and everyone on the
      * loan with them - dropped for custmain to relink to the new
      * borrower.  The new borrower is screened through ofacchk
      * against the SDN sanctions list first; a potential hit is
      * rejected as held for review and the account stays with the
      * old borrower until compliance clears the hit.  The run lands
      * on the "assumrpt" register, the new borrower's name masked
      * to its last four characters.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

           SELECT ASSUME-REPORT ASSIGN TO "assumrpt"
               05 FILLER             PIC X(01).
               05 MJ-ACCT            PIC X(10).
               05 FILLER             PIC X(01).
               05 MJ-BEFORE-IMAGE    PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-AFTER-IMAGE     PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-OPERATOR        PIC X(08).
               05 FILLER             PIC X(01).
               05 MJ-EFF-DATE        PIC 9(08).

       FD FEELEDGR.
           COPY "feerec.cpy".
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

       FD ASSUME-REPORT.
           01 ASSUME-REPORT-REC PIC X(80).
           01 WS-FEEACT-STATUS   PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS PIC X(02) VALUE "00".
           01 WS-CUSTXREF-OPEN   PIC X(01) VALUE "N".
           01 WS-XREF-EOF        PIC X(01) VALUE "N".
           01 WS-STALE-TABLE.
               05 WS-STALE-CUST-NO OCCURS 10 TIMES PIC X(06).
           01 WS-STALE-COUNT     PIC 9(02) VALUE ZEROES.
           01 WS-STALE-IDX       PIC 9(02) VALUE ZEROES.
           01 WS-EOF             PIC X(01) VALUE "N".

           01 WS-RUN-DATE-N      PIC 9(08) VALUE ZEROES.
           01 WS-BATCH-TIME      PIC 9(08) VALUE ZEROES.
           01 WS-BEFORE-IMAGE    PIC X(207) VALUE SPACES.

           01 WS-ASSUMED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-FEE-TOTAL       PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-OFAC-HELD-COUNTER PIC 9(09) VALUE ZEROES.

      * Shared sanctions screening parameter record; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).

           PERFORM 900-WRITE-REPORT-TOTALS.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.
           CLOSE LOANMSTR.
           CLOSE TRANS-FILE.
           CLOSE MAINT-JOURNAL.

           DISPLAY "ASSUMPTIONS APPLIED: "  WS-ASSUMED-COUNTER.
           DISPLAY "ASSUMPTIONS REJECTED: " WS-REJECTED-COUNTER.
           DISPLAY "OFAC REVIEW HOLDS: " WS-OFAC-HELD-COUNTER.
      * The screening CALLs reset RETURN-CODE; restate the warning.
           IF WS-REJECTED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-PROCESS-ASSUMPTION.
           MOVE AST-ACC      TO WS-DTL-ACC.
           MOVE AST-NEW-NAME TO MASK-VALUE.
           CALL "maskdata" USING MASK-PARAMS.
           MOVE MASK-VALUE   TO WS-DTL-NAME.
           MOVE AST-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                           MOVE "BAD FEE AMOUNT" TO WS-DTL-ACTION
                           PERFORM 800-REJECT
                       WHEN OTHER
                           PERFORM 150-SCREEN-NEW-BORROWER
                   END-EVALUATE
           END-READ.

       150-SCREEN-NEW-BORROWER.
           MOVE "S"          TO OFAC-FUNCTION.
           MOVE "A"          TO OFAC-PARTY-TYPE.
           MOVE AST-ACC      TO OFAC-PARTY-ID.
           MOVE AST-NEW-NAME TO OFAC-NAME.
           MOVE AST-NEW-ADDR TO OFAC-ADDR.
           MOVE "assume"     TO OFAC-CALLER.
           CALL "ofacchk" USING OFAC-PARAMS.
           IF OFAC-HIT
               ADD 1 TO WS-OFAC-HELD-COUNTER
               MOVE "OFAC REVIEW HOLD" TO WS-DTL-ACTION
               PERFORM 800-REJECT
           ELSE
               PERFORM 200-TRANSFER-IN-PLACE
           END-IF.

       200-TRANSFER-IN-PLACE.
      * Only the borrower changes hands: the note terms, schedule
      * position, PMI standing, and payment chain stay exactly
           MOVE LOAN-ACCT-NO    TO MJ-ACCT.
           MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE.
           MOVE LOAN-RECORD     TO MJ-AFTER-IMAGE.
           MOVE AST-OPERATOR    TO MJ-OPERATOR.
           MOVE WS-RUN-DATE-N   TO MJ-EFF-DATE.
           WRITE MAINT-JOURNAL-REC.

           IF AST-FEE > 0
           WRITE FEEACT-REC.

       400-DROP-STALE-LINK.
      * The account's parties are gathered first and deleted after,
      * so the browse never runs over a record it has just removed.
           IF WS-CUSTXREF-OPEN = "Y"
               MOVE 0 TO WS-STALE-COUNT
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
                               OR WS-STALE-COUNT >= 10
                           MOVE "Y" TO WS-XREF-EOF
                       ELSE
                           ADD 1 TO WS-STALE-COUNT
                           MOVE XREF-CUST-NO
                               TO WS-STALE-CUST-NO(WS-STALE-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-STALE-IDX FROM 1 BY 1
                       UNTIL WS-STALE-IDX > WS-STALE-COUNT
                   MOVE LOAN-ACCT-NO TO XREF-ACCT-NO
                   MOVE WS-STALE-CUST-NO(WS-STALE-IDX)
                       TO XREF-CUST-NO
                   DELETE CUSTXREF
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-PERFORM
           END-IF.

       800-REJECT.
