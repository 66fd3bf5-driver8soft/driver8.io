      ******************************************************************
      *
      * Pricing-Adjustment Matrix Maintenance
      * ======================================
      *
      * Applies add/change/delete transactions from "patrans"
      * against the indexed PRICEADJ pricing-adjustment matrix, in
      * the same style prodmain maintains PRODPARM, so a rate-sheet
      * change to an LTV, credit-score, purpose, or occupancy
      * adjustment is a file maintenance transaction rather than a
      * hand calculation before every quote.
      *
      * A row is edited on the way in: its product must be on
      * PRODPARM, its factor one of L, S, P, or O, a band row must
      * run low to high, and a purpose or occupancy row must name a
      * code loancalc will be handed.  Rows of a factor are tried
      * in sequence order and the first match prices, so bands
      * should not overlap.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. prcmain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICEADJ ASSIGN TO "PRICEADJ"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PADJ-KEY
           FILE STATUS IS WS-PRICEADJ-STATUS.

           SELECT PRODPARM ASSIGN TO "PRODPARM"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PRODPARM-STATUS.

           SELECT TRANS-FILE ASSIGN TO "patrans"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "parejects"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRICEADJ.
           COPY "prcadj.cpy".

       FD PRODPARM.
           COPY "prodparm.cpy".

       FD TRANS-FILE.
           01 TRANS-REC.
               05 PAT-CODE           PIC X(01).
               05 PAT-ROW.
                   10 PAT-PROD-CODE     PIC X(03).
                   10 PAT-FACTOR        PIC X(01).
                   10 PAT-SEQ           PIC 9(02).
                   10 PAT-LOW           PIC 9(03)V9(02).
                   10 PAT-HIGH          PIC 9(03)V9(02).
                   10 PAT-VALUE-CODE    PIC X(01).
                   10 PAT-ADJUST        PIC S9(01)V9(02)
                                        SIGN IS LEADING SEPARATE.
                   10 PAT-DESC          PIC X(20).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 PAREJECT-PROD      PIC X(03).
               05 PAREJECT-FACTOR    PIC X(01).
               05 PAREJECT-SEQ       PIC X(02).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 PAREJECT-TRAN-CODE PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 PAREJECT-REASON    PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-PRICEADJ-STATUS PIC X(02) VALUE "00".
           01 WS-PRODPARM-STATUS PIC X(02) VALUE "00".
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-ADD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-DELETE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ROW-VALID       PIC X(01) VALUE "Y".

       PROCEDURE DIVISION.
           OPEN I-O PRICEADJ.
           IF WS-PRICEADJ-STATUS = "35"
               CLOSE PRICEADJ
               OPEN OUTPUT PRICEADJ
               CLOSE PRICEADJ
               OPEN I-O PRICEADJ
           END-IF.
           OPEN INPUT PRODPARM.
           IF WS-PRODPARM-STATUS NOT = "00"
               DISPLAY "PRODPARM OPEN FAILED, STATUS: "
                       WS-PRODPARM-STATUS
               CLOSE PRICEADJ
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REJECT-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.

           CLOSE PRICEADJ.
           CLOSE PRODPARM.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.

           DISPLAY "ADJUSTMENTS ADDED: "   WS-ADD-COUNTER.
           DISPLAY "ADJUSTMENTS CHANGED: " WS-CHANGE-COUNTER.
           DISPLAY "ADJUSTMENTS DELETED: " WS-DELETE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           IF WS-REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-APPLY-TRANSACTION.
           EVALUATE PAT-CODE
               WHEN "A"
                   PERFORM 110-ADD-ADJUSTMENT
               WHEN "C"
                   PERFORM 120-CHANGE-ADJUSTMENT
               WHEN "D"
                   PERFORM 130-DELETE-ADJUSTMENT
               WHEN OTHER
                   MOVE "UNKNOWN TRAN CODE" TO PAREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
           END-EVALUATE.

       110-ADD-ADJUSTMENT.
           PERFORM 117-EDIT-ROW.
           IF WS-ROW-VALID = "Y"
               PERFORM 115-MOVE-TRAN-TO-RECORD
               WRITE PRICE-ADJ-RECORD
                   INVALID KEY
                       MOVE "DUPLICATE ROW" TO PAREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNTER
               END-WRITE
           END-IF.

       115-MOVE-TRAN-TO-RECORD.
           MOVE PAT-PROD-CODE   TO PADJ-PROD-CODE.
           MOVE PAT-FACTOR      TO PADJ-FACTOR.
           MOVE PAT-SEQ         TO PADJ-SEQ.
           MOVE PAT-LOW         TO PADJ-LOW.
           MOVE PAT-HIGH        TO PADJ-HIGH.
           MOVE PAT-VALUE-CODE  TO PADJ-CODE.
           MOVE PAT-ADJUST      TO PADJ-ADJUST.
           MOVE PAT-DESC        TO PADJ-DESC.

       117-EDIT-ROW.
      * Band rows price LTV and score; code rows price purpose and
      * occupancy.  The reason for the first failure found goes on
      * the reject.
           MOVE "Y" TO WS-ROW-VALID.
           MOVE PAT-FACTOR TO PADJ-FACTOR.
           MOVE PAT-PROD-CODE TO PROD-CODE.
           READ PRODPARM
               INVALID KEY
                   MOVE "N" TO WS-ROW-VALID
                   MOVE "PRODUCT NOT ON FILE" TO PAREJECT-REASON
           END-READ.
           IF WS-ROW-VALID = "Y"
               EVALUATE TRUE
                   WHEN NOT PADJ-FACTOR-VALID
                       MOVE "N" TO WS-ROW-VALID
                       MOVE "BAD FACTOR" TO PAREJECT-REASON
                   WHEN PAT-SEQ NOT NUMERIC
                   WHEN PAT-LOW NOT NUMERIC
                   WHEN PAT-HIGH NOT NUMERIC
                   WHEN PAT-ADJUST NOT NUMERIC
                       MOVE "N" TO WS-ROW-VALID
                       MOVE "BAD NUMERIC FIELD" TO PAREJECT-REASON
                   WHEN (PADJ-FACTOR-LTV OR PADJ-FACTOR-SCORE)
                           AND PAT-LOW > PAT-HIGH
                       MOVE "N" TO WS-ROW-VALID
                       MOVE "BAND LOW OVER HIGH" TO PAREJECT-REASON
                   WHEN PADJ-FACTOR-PURPOSE
                           AND PAT-VALUE-CODE NOT = "P"
                           AND PAT-VALUE-CODE NOT = "R"
                           AND PAT-VALUE-CODE NOT = "C"
                       MOVE "N" TO WS-ROW-VALID
                       MOVE "BAD PURPOSE CODE" TO PAREJECT-REASON
                   WHEN PADJ-FACTOR-OCCUPANCY
                           AND PAT-VALUE-CODE NOT = "O"
                           AND PAT-VALUE-CODE NOT = "S"
                           AND PAT-VALUE-CODE NOT = "I"
                       MOVE "N" TO WS-ROW-VALID
                       MOVE "BAD OCCUPANCY CODE" TO PAREJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-ROW-VALID = "N"
               PERFORM 900-REJECT-TRANSACTION
           END-IF.

       120-CHANGE-ADJUSTMENT.
      * A change lands on the matrix every quote prices with, so it
      * takes the same edits an add does.
           PERFORM 117-EDIT-ROW.
           IF WS-ROW-VALID = "Y"
               MOVE PAT-PROD-CODE TO PADJ-PROD-CODE
               MOVE PAT-FACTOR    TO PADJ-FACTOR
               MOVE PAT-SEQ       TO PADJ-SEQ
               READ PRICEADJ
                   INVALID KEY
                       MOVE "ROW NOT ON FILE" TO PAREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 115-MOVE-TRAN-TO-RECORD
                       REWRITE PRICE-ADJ-RECORD
                       ADD 1 TO WS-CHANGE-COUNTER
               END-READ
           END-IF.

       130-DELETE-ADJUSTMENT.
           MOVE PAT-PROD-CODE TO PADJ-PROD-CODE.
           MOVE PAT-FACTOR    TO PADJ-FACTOR.
           MOVE PAT-SEQ       TO PADJ-SEQ.
           DELETE PRICEADJ
               INVALID KEY
                   MOVE "ROW NOT ON FILE" TO PAREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNTER
           END-DELETE.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE PAT-PROD-CODE TO PAREJECT-PROD.
           MOVE PAT-FACTOR    TO PAREJECT-FACTOR.
           MOVE PAT-SEQ       TO PAREJECT-SEQ.
           MOVE PAT-CODE      TO PAREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.
