      * each recurring tax or insurance obligation, with the payee,
      * the parcel/policy reference, the installment amount, and the
      * due dates the escsched scheduler queues invoices from.  An
      * add for an account not on LOANMSTR is rejected.  Every added
      * or changed payee name is screened through ofacchk against
      * the SDN sanctions list; a potential hit is rejected as held
      * for review until compliance clears it, and escrowsl screens
      * each disbursement again before a check is cut.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-DELETE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-OFAC-HELD-COUNTER PIC 9(09) VALUE ZEROES.

      * Shared sanctions screening parameter record; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

       PROCEDURE DIVISION.
           OPEN I-O PAYEMSTR.
               END-READ
           END-PERFORM.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.
           CLOSE PAYEMSTR.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           DISPLAY "PAYEES CHANGED: " WS-CHANGE-COUNTER.
           DISPLAY "PAYEES DELETED: " WS-DELETE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           DISPLAY "OFAC REVIEW HOLDS: " WS-OFAC-HELD-COUNTER.
           GOBACK.

       100-APPLY-TRANSACTION.
                       OR PYTRAN-DUE-MMDD-1 > 1231
                   MOVE "BAD DUE DATE" TO PYREJECT-REASON
           END-EVALUATE.
           IF PYREJECT-REASON = SPACES
               PERFORM 108-SCREEN-PAYEE
           END-IF.

       108-SCREEN-PAYEE.
      * A payee is screened by name, so one cleared or confirmed hit
      * covers that payee on every account it is set up under.
           MOVE "S"          TO OFAC-FUNCTION.
           MOVE "P"          TO OFAC-PARTY-TYPE.
           MOVE PYTRAN-NAME  TO OFAC-PARTY-ID.
           MOVE PYTRAN-NAME  TO OFAC-NAME.
           MOVE SPACES       TO OFAC-ADDR.
           MOVE "payemain"   TO OFAC-CALLER.
           CALL "ofacchk" USING OFAC-PARAMS.
           IF OFAC-HIT
               ADD 1 TO WS-OFAC-HELD-COUNTER
               MOVE "OFAC REVIEW HOLD" TO PYREJECT-REASON
           END-IF.

       110-ADD-PAYEE.
           PERFORM 105-VALIDATE-PAYEE.
