                   10 WS-CO-RECOVERED  PIC 9(09)V9(02).
                   10 WS-CO-OPERATOR   PIC X(08).
                   10 WS-CO-REASON     PIC X(03).
                   10 WS-CO-CORP-ADV   PIC 9(09)V9(02).
                   10 WS-CO-CORP-NONREC PIC 9(09)V9(02).
                   10 WS-CO-PI-ADV     PIC 9(09)V9(02).
           01 WS-CO-COUNT         PIC 9(04) VALUE ZEROES.
           01 WS-CO-OVERFLOW      PIC X(01) VALUE "N".
           01 WS-CO-IDX           PIC 9(04) VALUE ZEROES.
                               TO WS-CO-OPERATOR(WS-CO-COUNT)
                           MOVE CHGOFF-REASON
                               TO WS-CO-REASON(WS-CO-COUNT)
                           MOVE CHGOFF-CORP-ADVANCE
                               TO WS-CO-CORP-ADV(WS-CO-COUNT)
                           MOVE CHGOFF-CORP-NONREC
                               TO WS-CO-CORP-NONREC(WS-CO-COUNT)
                           MOVE CHGOFF-PI-ADVANCE
                               TO WS-CO-PI-ADV(WS-CO-COUNT)
                       ELSE
      * A charge-off the table loses would vanish on the rewrite;
      * refuse the run instead.
               MOVE WS-CO-RECOVERED(WS-CO-IDX) TO CHGOFF-RECOVERED
               MOVE WS-CO-OPERATOR(WS-CO-IDX)  TO CHGOFF-OPERATOR
               MOVE WS-CO-REASON(WS-CO-IDX)    TO CHGOFF-REASON
               MOVE WS-CO-CORP-ADV(WS-CO-IDX)
                   TO CHGOFF-CORP-ADVANCE
               MOVE WS-CO-CORP-NONREC(WS-CO-IDX)
                   TO CHGOFF-CORP-NONREC
               MOVE WS-CO-PI-ADV(WS-CO-IDX)    TO CHGOFF-PI-ADVANCE
               WRITE CHGOFF-REC
           END-PERFORM.
           CLOSE CHGOFF-FILE.
