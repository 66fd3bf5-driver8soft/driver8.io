      * be a full run, not a DELTA one, or unchanged accounts keep
      * their old rates until the weekend full pass.
      *
      * The payment-application order is edited on the way in: it
      * is either blank (the standard order) or names each of the
      * I, P, E, F, and C buckets exactly once, since cashpost and
      * suspwork walk it step by step and a missing or doubled
      * bucket would silently strand or double-apply money.
      *
      * A product may be given to one servicing company, which must
      * be on the company file; blank shares it with every company.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodmain.
                   10 PPT-MAX-TERM      PIC 9(02).
                   10 PPT-IO-ALLOWED    PIC X(01).
                   10 PPT-IO-MAX-MONTHS PIC 9(03).
                   10 PPT-APPLY-ORDER   PIC X(05).
                   10 PPT-COMPANY-CODE  PIC X(03).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-DELETE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ORDER-VALID     PIC X(01) VALUE "Y".
           01 WS-BUCKET-TALLY    PIC 9(02) VALUE ZEROES.

      * Shared company-lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       PROCEDURE DIVISION.
           OPEN I-O PRODPARM.
           END-EVALUATE.

       110-ADD-PRODUCT.
           PERFORM 117-EDIT-APPLY-ORDER.
           PERFORM 118-EDIT-COMPANY.
           EVALUATE TRUE
               WHEN PPT-PMI-RATE NOT NUMERIC
               WHEN PPT-ESCROW-RATE NOT NUMERIC
               WHEN PPT-LATE-PCT NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD" TO PPREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN WS-ORDER-VALID = "N"
                   MOVE "BAD APPLY ORDER" TO PPREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN NOT CMP-FOUND
                   MOVE "UNKNOWN COMPANY" TO PPREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM 115-MOVE-TRAN-TO-RECORD
                   WRITE PROD-PARAM-REC
                       INVALID KEY
                           MOVE "DUPLICATE PRODUCT" TO PPREJECT-REASON
                           PERFORM 900-REJECT-TRANSACTION
                       NOT INVALID KEY
                           ADD 1 TO WS-ADD-COUNTER
                   END-WRITE
           END-EVALUATE.

       115-MOVE-TRAN-TO-RECORD.
           MOVE PPT-PROD-CODE   TO PROD-CODE.
           MOVE PPT-MAX-TERM    TO PROD-MAX-TERM.
           MOVE PPT-IO-ALLOWED  TO PROD-IO-ALLOWED.
           MOVE PPT-IO-MAX-MONTHS TO PROD-IO-MAX-MONTHS.
           MOVE PPT-APPLY-ORDER TO PROD-APPLY-ORDER.
           MOVE PPT-COMPANY-CODE TO PROD-COMPANY-CODE.

       117-EDIT-APPLY-ORDER.
      * Blank takes the standard order; anything else must name
      * every bucket once and only once.
           MOVE "Y" TO WS-ORDER-VALID.
           IF PPT-APPLY-ORDER NOT = SPACES
               MOVE 0 TO WS-BUCKET-TALLY
               INSPECT PPT-APPLY-ORDER TALLYING WS-BUCKET-TALLY
                   FOR ALL "I"
               IF WS-BUCKET-TALLY NOT = 1
                   MOVE "N" TO WS-ORDER-VALID
               END-IF
               MOVE 0 TO WS-BUCKET-TALLY
               INSPECT PPT-APPLY-ORDER TALLYING WS-BUCKET-TALLY
                   FOR ALL "P"
               IF WS-BUCKET-TALLY NOT = 1
                   MOVE "N" TO WS-ORDER-VALID
               END-IF
               MOVE 0 TO WS-BUCKET-TALLY
               INSPECT PPT-APPLY-ORDER TALLYING WS-BUCKET-TALLY
                   FOR ALL "E"
               IF WS-BUCKET-TALLY NOT = 1
                   MOVE "N" TO WS-ORDER-VALID
               END-IF
               MOVE 0 TO WS-BUCKET-TALLY
               INSPECT PPT-APPLY-ORDER TALLYING WS-BUCKET-TALLY
                   FOR ALL "F"
               IF WS-BUCKET-TALLY NOT = 1
                   MOVE "N" TO WS-ORDER-VALID
               END-IF
               MOVE 0 TO WS-BUCKET-TALLY
               INSPECT PPT-APPLY-ORDER TALLYING WS-BUCKET-TALLY
                   FOR ALL "C"
               IF WS-BUCKET-TALLY NOT = 1
                   MOVE "N" TO WS-ORDER-VALID
               END-IF
           END-IF.

       118-EDIT-COMPANY.
      * Blank shares the product and needs no lookup.
           MOVE "Y" TO CMP-RESULT.
           IF PPT-COMPANY-CODE NOT = SPACES
               MOVE "L"              TO CMP-FUNCTION
               MOVE PPT-COMPANY-CODE TO CMP-CODE
               CALL "complook" USING CMP-PARAMS
           END-IF.

       120-CHANGE-PRODUCT.
      * A change lands on the file the nightly rates COMPUTE with,
      * so it takes the same numeric and order edits an add does.
           PERFORM 117-EDIT-APPLY-ORDER.
           PERFORM 118-EDIT-COMPANY.
           EVALUATE TRUE
               WHEN PPT-PMI-RATE NOT NUMERIC
               WHEN PPT-ESCROW-RATE NOT NUMERIC
               WHEN PPT-LATE-PCT NOT NUMERIC
                   MOVE "BAD NUMERIC FIELD" TO PPREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN WS-ORDER-VALID = "N"
                   MOVE "BAD APPLY ORDER" TO PPREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN NOT CMP-FOUND
                   MOVE "UNKNOWN COMPANY" TO PPREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN OTHER
                   MOVE PPT-PROD-CODE TO PROD-CODE
                   READ PRODPARM
                       INVALID KEY
                           MOVE "PRODUCT NOT ON FILE" TO PPREJECT-REASON
                           PERFORM 900-REJECT-TRANSACTION
                       NOT INVALID KEY
                           PERFORM 115-MOVE-TRAN-TO-RECORD
                           REWRITE PROD-PARAM-REC
                           ADD 1 TO WS-CHANGE-COUNTER
                   END-READ
           END-EVALUATE.

       130-DELETE-PRODUCT.
           MOVE PPT-PROD-CODE TO PROD-CODE.
