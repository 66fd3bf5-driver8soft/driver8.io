      * Quote loan applications queued in PostgreSQL
      * Selects the pending rows the web front end writes into the
      * loan_application table, maps principal/rate/term into
      * LOAN-PARAMS, CALLs "loancalc", and updates each row with
      * the payment, the error message, and a processed timestamp,
      * all inside one transaction - ending the rekeying of web
      * applications into a terminal.  An application naming its
      * product is risk-priced off the rate it carries using its
      * LTV, credit score, purpose and occupancy, and the row gets
      * the adjusted rate and the adjustments applied as well.
      * Built on pgcobol's PQconnectdb/PQexec pattern, with its
      * validated-before-spliced query discipline and its
      * error-log-and-stop handling.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgapply.
           02 APP-RATE-CENTS  PIC X(06) VALUE SPACES.
           02 APP-TERM        PIC X(02) VALUE SPACES.
           02 APP-LOCK-ID     PIC X(12) VALUE SPACES.
           02 APP-PRODUCT     PIC X(03) VALUE SPACES.
           02 APP-LTV-CENTS   PIC X(05) VALUE SPACES.
           02 APP-SCORE       PIC X(03) VALUE SPACES.
           02 APP-PURPOSE     PIC X(01) VALUE SPACES.
           02 APP-OCCUPANCY   PIC X(01) VALUE SPACES.

      * PQgetvalue text is left-justified; each token's digits land
      * flush right (leading spaces becoming zeros) before the
       01 WS-PRIN-RJ         PIC X(12) JUSTIFIED RIGHT.
       01 WS-RATE-RJ         PIC X(06) JUSTIFIED RIGHT.
       01 WS-TERM-RJ         PIC X(02) JUSTIFIED RIGHT.
       01 WS-LTV-RJ          PIC X(05) JUSTIFIED RIGHT.
       01 WS-SCORE-RJ        PIC X(03) JUSTIFIED RIGHT.
       01 WS-TOKEN-LEN       PIC 9(02) VALUE ZEROES.
       01 WS-TOKEN-SPILL     PIC X(12) VALUE SPACES.
       01 WS-PRIN-CENTS      PIC 9(12) VALUE ZEROES.
       01 WS-PRIN-NUM        PIC 9(07)V9(02) VALUE ZEROES.
       01 WS-RATE-NUM        PIC 9(02)V9(02) VALUE ZEROES.
       01 WS-PAY-EDIT        PIC Z(6)9.99.
       01 WS-LTV-CENTS       PIC 9(05) VALUE ZEROES.
       01 WS-LTV-NUM         PIC 9(03)V9(02) VALUE ZEROES.
       01 WS-RATE-EDIT       PIC Z9.99.
      * The adjustments applied, factor letter and rate points each,
      * for the row's rate_adjustments column.
       01 WS-ADJ-LIST.
           05 WS-ADJ-ITEM OCCURS 4 TIMES.
               10 WS-ADJ-FACTOR PIC X(01).
               10 WS-ADJ-RATE   PIC +9.99.
       01 WS-ADJ-IDX         PIC 9(01) VALUE ZEROES.

       01 WS-APP-STATUS      PIC X(01) VALUE "C".
       01 WS-QUOTED-COUNTER  PIC 9(09) VALUE ZEROES.
                "COALESCE(ROUND(principal * 100), 0), " &
                "COALESCE(ROUND(int_rate * 100), 0), " &
                "term_years, " &
                "COALESCE(lock_id, ''), " &
                "COALESCE(product, ''), " &
                "COALESCE(ROUND(ltv * 100), 0), " &
                "COALESCE(credit_score, 0), " &
                "COALESCE(purpose, ''), " &
                "COALESCE(occupancy, '') " &
                "FROM loan_application WHERE status = 'P' " &
                "ORDER BY app_id;"
               TO SQL-QUERY-DATA.

       FETCH-APPLICATION-ROW.
           PERFORM VARYING DB-COLUMN FROM 0 BY 1
                   UNTIL DB-COLUMN >= 10
               CALL "PQgetvalue" USING BY VALUE DB-CURSOR
                    BY VALUE DB-ROW BY VALUE DB-COLUMN
                    RETURNING RESULT-PTR END-CALL
                       MOVE RESULT-DATA TO APP-TERM
                   WHEN 4
                       MOVE RESULT-DATA TO APP-LOCK-ID
                   WHEN 5
                       MOVE RESULT-DATA TO APP-PRODUCT
                   WHEN 6
                       MOVE RESULT-DATA TO APP-LTV-CENTS
                   WHEN 7
                       MOVE RESULT-DATA TO APP-SCORE
                   WHEN 8
                       MOVE RESULT-DATA TO APP-PURPOSE
                   WHEN 9
                       MOVE RESULT-DATA TO APP-OCCUPANCY
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-ID-RJ WS-PRIN-RJ WS-RATE-RJ
                          WS-TERM-RJ WS-LTV-RJ WS-SCORE-RJ.
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING APP-ID DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
               MOVE APP-TERM(1:WS-TOKEN-LEN) TO WS-TERM-RJ
           END-IF.
           INSPECT WS-TERM-RJ REPLACING LEADING SPACE BY "0".
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING APP-LTV-CENTS DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
           END-UNSTRING.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 5
               MOVE APP-LTV-CENTS(1:WS-TOKEN-LEN) TO WS-LTV-RJ
           END-IF.
           INSPECT WS-LTV-RJ REPLACING LEADING SPACE BY "0".
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING APP-SCORE DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
           END-UNSTRING.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 3
               MOVE APP-SCORE(1:WS-TOKEN-LEN) TO WS-SCORE-RJ
           END-IF.
           INSPECT WS-SCORE-RJ REPLACING LEADING SPACE BY "0".

       QUOTE-APPLICATION.
      * The row's text is validated digit by digit before it is
           IF WS-PRIN-RJ NOT NUMERIC
                   OR WS-RATE-RJ NOT NUMERIC
                   OR WS-TERM-RJ NOT NUMERIC
                   OR WS-LTV-RJ NOT NUMERIC
                   OR WS-SCORE-RJ NOT NUMERIC
               ADD 1 TO WS-FAILED-COUNTER
               MOVE WS-MSG16 TO WS-ERROR-LOG-LINE
               MOVE WS-ERROR-LOG-LINE TO ERROR-LOG-REC
               WRITE ERROR-LOG-REC
               MOVE 0 TO PAYMENT
               MOVE 0 TO PRICE-ADJUSTED-RATE
               MOVE 0 TO PRICE-ADJ-COUNT
               MOVE WS-MSG16 TO ERROR-MSG
               MOVE "E" TO WS-APP-STATUS
               PERFORM UPDATE-APPLICATION
               MOVE WS-RATE-RJ TO WS-RATE-CENTS
               COMPUTE WS-PRIN-NUM = WS-PRIN-CENTS / 100
               COMPUTE WS-RATE-NUM = WS-RATE-CENTS / 100
               MOVE WS-LTV-RJ  TO WS-LTV-CENTS
               COMPUTE WS-LTV-NUM  = WS-LTV-CENTS / 100
               INITIALIZE LOAN-PARAMS
               MOVE 7 TO COMMAREA-VERSION
               MOVE WS-PRIN-NUM TO PRIN-AMT
               MOVE WS-RATE-NUM TO INT-RATE
               MOVE WS-TERM-RJ  TO TIMEYR
      * A lock id on the application prices under the locked rate
      * the registry carries.
               MOVE APP-LOCK-ID TO QUOTE-LOCK-ID
      * The rate on the application is the base rate when it names
      * its product; the matrix adjusts it.
               MOVE APP-PRODUCT   TO PRICE-PRODUCT
               MOVE WS-LTV-NUM    TO PRICE-LTV
               MOVE WS-SCORE-RJ   TO PRICE-SCORE
               MOVE APP-PURPOSE   TO PRICE-PURPOSE
               MOVE APP-OCCUPANCY TO PRICE-OCCUPANCY
               MOVE "PGAPPLY" TO AUDIT-SOURCE
               CALL "loancalc" USING LOAN-PARAMS
               IF ERROR-MSG = "OK"
           END-IF.

       UPDATE-APPLICATION.
      * The adjustment list is built from letters, signs and digits
      * only, so it is safe to splice like the catalog text.
           MOVE PAYMENT TO WS-PAY-EDIT.
           MOVE PRICE-ADJUSTED-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO WS-ADJ-LIST.
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > PRICE-ADJ-COUNT
               MOVE PRICE-ADJ-FACTOR(WS-ADJ-IDX)
                   TO WS-ADJ-FACTOR(WS-ADJ-IDX)
               MOVE PRICE-ADJ-RATE(WS-ADJ-IDX)
                   TO WS-ADJ-RATE(WS-ADJ-IDX)
           END-PERFORM.
           MOVE SPACES TO SQL-QUERY-DATA.
           STRING "UPDATE loan_application SET payment = "
                  DELIMITED BY SIZE
                  WS-PAY-EDIT    DELIMITED BY SIZE
                  ", adjusted_rate = " DELIMITED BY SIZE
                  WS-RATE-EDIT   DELIMITED BY SIZE
                  ", rate_adjustments = '" DELIMITED BY SIZE
                  WS-ADJ-LIST    DELIMITED BY SPACE
                  "'"            DELIMITED BY SIZE
                  ", error_msg = '" DELIMITED BY SIZE
                  ERROR-MSG      DELIMITED BY SIZE
                  "', status = '" DELIMITED BY SIZE
