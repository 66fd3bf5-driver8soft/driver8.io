      *****************************************************************
      * Extract the year's loan applications from PostgreSQL for HMDA
      * Selects every loan_application row pgapply processed in the
      * reporting year - quoted ("C") or refused by the pricing edits
      * ("E") - and writes each to the "hmdaapps" file with its
      * amount, rate, term, status, and processed date, for hmdalar
      * to match against the loans actually boarded when it builds
      * the HMDA loan/application register.  The year is the command
      * line parameter, or the prior calendar year when none is
      * given, the same default int1098 uses.  A field that arrives
      * unusable is written as zero so the register's validity edits
      * list it.  Built on pgcobol's PQconnectdb/PQexec pattern,
      * with its validated-before-spliced query discipline and its
      * error-log-and-stop handling.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pghmda.
       AUTHOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Failures are logged here and the program ends cleanly, the
      * same discipline as pgcobol's error log.
           SELECT ERROR-LOG-FILE ASSIGN TO "errorlog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT APPLICATION-FILE ASSIGN TO "hmdaapps"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ERROR-LOG-FILE.
           01 ERROR-LOG-REC PIC X(132).

      * One processed application; read by hmdalar.
       FD APPLICATION-FILE.
           01 APPLICATION-REC.
               05 HAP-APP-ID         PIC 9(09).
               05 FILLER             PIC X(01).
               05 HAP-AMOUNT         PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 HAP-RATE           PIC 9(02)V9(02).
               05 FILLER             PIC X(01).
               05 HAP-TERM           PIC 9(02).
               05 FILLER             PIC X(01).
               05 HAP-STATUS         PIC X(01).
               05 FILLER             PIC X(01).
               05 HAP-DATE           PIC 9(08).

       WORKING-STORAGE SECTION.
      * Shared error-message catalog, same as pgcobol.
       COPY "errmsg.cpy".

      * CONNECT TO POSGRESQL.  Connection parameters come from the
      * environment at runtime, the same as pgcobol's CONNECT-DB.
       01 WS-PGDATABASE      PIC X(32) VALUE SPACES.
       01 WS-PGUSER          PIC X(32) VALUE SPACES.
       01 WS-PGPASSWORD      PIC X(32) VALUE SPACES.
       01 WS-PGHOST          PIC X(32) VALUE SPACES.
       01 WS-PGPORT          PIC X(08) VALUE SPACES.
       01 WS-PGSSLMODE       PIC X(16) VALUE SPACES.
       01 CONN-STR           PIC X(200) VALUE SPACES.
       01 CONNECTION         USAGE POINTER.
       01 CONN-STATUS        USAGE BINARY-LONG.

       01 SQL-QUERY.
          05 SQL-QUERY-DATA  PIC X(4096) VALUE SPACES.
          05 FILLER          PIC X(01) VALUE LOW-VALUES.
       01 DB-CURSOR          USAGE POINTER.

       01 SQL-STATUS         USAGE BINARY-LONG.

       01 ROW-COUNTER        USAGE BINARY-LONG.
       01 DB-ROW             PIC 9(7) VALUE ZEROS.
       01 DB-COLUMN          PIC 9(3) VALUE ZEROS.

       01 RESULT-PTR         USAGE POINTER.
       01 RESULT-STR         PIC X(4096) BASED.
       01 RESULT-DATA        PIC X(4096) VALUE SPACES.

      * Reporting year: the parameter when it is four digits,
      * otherwise the year before the run date.
       01 WS-RUN-DATE.
           05 WS-RUN-YEAR     PIC 9(04).
           05 WS-RUN-MMDD     PIC 9(04).
       01 WS-YEAR-PARM       PIC X(04) VALUE SPACES.
       01 WS-HMDA-YEAR       PIC 9(04) VALUE ZEROES.
       01 WS-NEXT-YEAR       PIC 9(04) VALUE ZEROES.

      * One application row.  The SELECT casts the money columns to
      * whole cents server-side so each value arrives as a plain
      * digit string, the same trick cuotarecon's SUM query uses.
       01 APPLICATION-ROW.
           02 APP-ID          PIC X(09) VALUE SPACES.
           02 APP-PRIN-CENTS  PIC X(12) VALUE SPACES.
           02 APP-RATE-CENTS  PIC X(06) VALUE SPACES.
           02 APP-TERM        PIC X(02) VALUE SPACES.
           02 APP-STATUS      PIC X(01) VALUE SPACES.
           02 APP-DATE        PIC X(08) VALUE SPACES.

      * PQgetvalue text is left-justified; each token's digits land
      * flush right (leading spaces becoming zeros) before the
      * NUMERIC test, the same normalization pgapply applies.
       01 WS-ID-RJ           PIC X(09) JUSTIFIED RIGHT.
       01 WS-PRIN-RJ         PIC X(12) JUSTIFIED RIGHT.
       01 WS-RATE-RJ         PIC X(06) JUSTIFIED RIGHT.
       01 WS-TERM-RJ         PIC X(02) JUSTIFIED RIGHT.
       01 WS-TOKEN-LEN       PIC 9(02) VALUE ZEROES.
       01 WS-TOKEN-SPILL     PIC X(12) VALUE SPACES.
       01 WS-PRIN-CENTS      PIC 9(12) VALUE ZEROES.
       01 WS-RATE-CENTS      PIC 9(06) VALUE ZEROES.

       01 WS-EXTRACT-COUNTER PIC 9(09) VALUE ZEROES.
       01 WS-BAD-COUNTER     PIC 9(09) VALUE ZEROES.

       01 WS-ERROR-LOG-LINE  PIC X(132) VALUE SPACES.
       01 WS-CONN-STATUS-EDIT PIC -(9).
       01 WS-SQL-STATUS-EDIT  PIC -(9).

      *> *********************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-YEAR-PARM FROM COMMAND-LINE.
           IF WS-YEAR-PARM NUMERIC AND WS-YEAR-PARM NOT = "0000"
               MOVE WS-YEAR-PARM TO WS-HMDA-YEAR
           ELSE
               COMPUTE WS-HMDA-YEAR = WS-RUN-YEAR - 1
           END-IF.
           COMPUTE WS-NEXT-YEAR = WS-HMDA-YEAR + 1.

           OPEN OUTPUT ERROR-LOG-FILE.
           OPEN OUTPUT APPLICATION-FILE.
           PERFORM CONNECT-DB.
           PERFORM SELECT-PROCESSED.

           PERFORM VARYING DB-ROW FROM 0 BY 1
                   UNTIL DB-ROW >= ROW-COUNTER
               PERFORM FETCH-APPLICATION-ROW
               PERFORM WRITE-APPLICATION
           END-PERFORM.

           PERFORM DISCONNECT.
           CLOSE APPLICATION-FILE.
           CLOSE ERROR-LOG-FILE.
           DISPLAY "HMDA YEAR: "               WS-HMDA-YEAR.
           DISPLAY "APPLICATIONS EXTRACTED: "  WS-EXTRACT-COUNTER.
           DISPLAY "APPLICATIONS WITH BAD FIELDS: " WS-BAD-COUNTER.
           IF WS-BAD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       SELECT-PROCESSED.
      * The year is digits checked above before it is spliced in.
           MOVE SPACES TO SQL-QUERY-DATA.
           STRING "SELECT app_id, "                  DELIMITED BY SIZE
                  "COALESCE(ROUND(principal * 100), 0), "
                                                     DELIMITED BY SIZE
                  "COALESCE(ROUND(int_rate * 100), 0), "
                                                     DELIMITED BY SIZE
                  "COALESCE(term_years, 0), status, "
                                                     DELIMITED BY SIZE
                  "TO_CHAR(processed_at, 'YYYYMMDD') "
                                                     DELIMITED BY SIZE
                  "FROM loan_application "           DELIMITED BY SIZE
                  "WHERE status IN ('C', 'E') "      DELIMITED BY SIZE
                  "AND processed_at >= '"            DELIMITED BY SIZE
                  WS-HMDA-YEAR                       DELIMITED BY SIZE
                  "-01-01' AND processed_at < '"     DELIMITED BY SIZE
                  WS-NEXT-YEAR                       DELIMITED BY SIZE
                  "-01-01' ORDER BY app_id;"         DELIMITED BY SIZE
                  INTO SQL-QUERY-DATA
           END-STRING.
           CALL "PQexec" USING BY VALUE CONNECTION
                BY REFERENCE SQL-QUERY
                RETURNING DB-CURSOR END-CALL.
           CALL "PQresultStatus" USING BY VALUE DB-CURSOR
                RETURNING SQL-STATUS.
           IF SQL-STATUS NOT EQUAL 2 THEN
                DISPLAY "Select error! " SQL-STATUS
                MOVE SQL-STATUS TO WS-SQL-STATUS-EDIT
                STRING WS-MSG20       DELIMITED BY SIZE
                       ": status="    DELIMITED BY SIZE
                       WS-SQL-STATUS-EDIT DELIMITED BY SIZE
                       INTO WS-ERROR-LOG-LINE
                END-STRING
                PERFORM LOG-ERROR-AND-STOP
           END-IF.
           CALL "PQntuples" USING BY VALUE DB-CURSOR
                RETURNING ROW-COUNTER.
           DISPLAY "PROCESSED APPLICATIONS: " ROW-COUNTER.

       FETCH-APPLICATION-ROW.
           PERFORM VARYING DB-COLUMN FROM 0 BY 1
                   UNTIL DB-COLUMN >= 6
               CALL "PQgetvalue" USING BY VALUE DB-CURSOR
                    BY VALUE DB-ROW BY VALUE DB-COLUMN
                    RETURNING RESULT-PTR END-CALL
               SET ADDRESS OF RESULT-STR TO RESULT-PTR
               INITIALIZE RESULT-DATA
               STRING RESULT-STR DELIMITED BY x"00"
                      INTO RESULT-DATA END-STRING
               EVALUATE DB-COLUMN
                   WHEN 0
                       MOVE RESULT-DATA TO APP-ID
                   WHEN 1
                       MOVE RESULT-DATA TO APP-PRIN-CENTS
                   WHEN 2
                       MOVE RESULT-DATA TO APP-RATE-CENTS
                   WHEN 3
                       MOVE RESULT-DATA TO APP-TERM
                   WHEN 4
                       MOVE RESULT-DATA TO APP-STATUS
                   WHEN 5
                       MOVE RESULT-DATA TO APP-DATE
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-ID-RJ WS-PRIN-RJ WS-RATE-RJ
                          WS-TERM-RJ.
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING APP-ID DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
           END-UNSTRING.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 9
               MOVE APP-ID(1:WS-TOKEN-LEN) TO WS-ID-RJ
           END-IF.
           INSPECT WS-ID-RJ REPLACING LEADING SPACE BY "0".
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING APP-PRIN-CENTS DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
           END-UNSTRING.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 12
               MOVE APP-PRIN-CENTS(1:WS-TOKEN-LEN) TO WS-PRIN-RJ
           END-IF.
           INSPECT WS-PRIN-RJ REPLACING LEADING SPACE BY "0".
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING APP-RATE-CENTS DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
           END-UNSTRING.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 6
               MOVE APP-RATE-CENTS(1:WS-TOKEN-LEN) TO WS-RATE-RJ
           END-IF.
           INSPECT WS-RATE-RJ REPLACING LEADING SPACE BY "0".
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING APP-TERM DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
           END-UNSTRING.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 2
               MOVE APP-TERM(1:WS-TOKEN-LEN) TO WS-TERM-RJ
           END-IF.
           INSPECT WS-TERM-RJ REPLACING LEADING SPACE BY "0".

       WRITE-APPLICATION.
      * A row whose key is bad cannot be matched to anything and is
      * only logged; any other unusable field goes out as zero for
      * the validity edits to catch.
           IF WS-ID-RJ NOT NUMERIC
               ADD 1 TO WS-BAD-COUNTER
               MOVE WS-MSG16 TO WS-ERROR-LOG-LINE
               MOVE WS-ERROR-LOG-LINE TO ERROR-LOG-REC
               WRITE ERROR-LOG-REC
           ELSE
               MOVE SPACES     TO APPLICATION-REC
               MOVE WS-ID-RJ   TO HAP-APP-ID
               MOVE APP-STATUS TO HAP-STATUS
               MOVE 0 TO HAP-AMOUNT HAP-RATE HAP-TERM HAP-DATE
               IF WS-PRIN-RJ NUMERIC
                   MOVE WS-PRIN-RJ TO WS-PRIN-CENTS
                   COMPUTE HAP-AMOUNT = WS-PRIN-CENTS / 100
               ELSE
                   ADD 1 TO WS-BAD-COUNTER
               END-IF
               IF WS-RATE-RJ NUMERIC
                   MOVE WS-RATE-RJ TO WS-RATE-CENTS
                   COMPUTE HAP-RATE = WS-RATE-CENTS / 100
               ELSE
                   ADD 1 TO WS-BAD-COUNTER
               END-IF
               IF WS-TERM-RJ NUMERIC
                   MOVE WS-TERM-RJ TO HAP-TERM
               ELSE
                   ADD 1 TO WS-BAD-COUNTER
               END-IF
               IF APP-DATE NUMERIC
                   MOVE APP-DATE TO HAP-DATE
               END-IF
               WRITE APPLICATION-REC
               ADD 1 TO WS-EXTRACT-COUNTER
           END-IF.

       LOG-ERROR-AND-STOP.
      * Record the failure and end the run cleanly instead of STOP
      * RUN, so a scheduler sees a normal completion and the reason
      * is on disk rather than lost with the job step.
           MOVE WS-ERROR-LOG-LINE TO ERROR-LOG-REC.
           WRITE ERROR-LOG-REC.
           PERFORM DISCONNECT.
           CLOSE APPLICATION-FILE.
           CLOSE ERROR-LOG-FILE.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       CONNECT-DB.
      * Read connection parameters from the environment the same way
      * pgcobol does, falling back to its defaults when unset.
           ACCEPT WS-PGDATABASE FROM ENVIRONMENT "PGDATABASE".
           IF WS-PGDATABASE = SPACES
               MOVE "dvdrental" TO WS-PGDATABASE
           END-IF.
           ACCEPT WS-PGUSER FROM ENVIRONMENT "PGUSER".
           ACCEPT WS-PGPASSWORD FROM ENVIRONMENT "PGPASSWORD".
           ACCEPT WS-PGHOST FROM ENVIRONMENT "PGHOST".
           IF WS-PGHOST = SPACES
               MOVE "localhost" TO WS-PGHOST
           END-IF.
           ACCEPT WS-PGPORT FROM ENVIRONMENT "PGPORT".
           IF WS-PGPORT = SPACES
               MOVE "5432" TO WS-PGPORT
           END-IF.
           ACCEPT WS-PGSSLMODE FROM ENVIRONMENT "PGSSLMODE".
           IF WS-PGSSLMODE = SPACES
               MOVE "disable" TO WS-PGSSLMODE
           END-IF.

           MOVE SPACES TO CONN-STR.
           STRING "dbname="    DELIMITED BY SIZE
                  WS-PGDATABASE DELIMITED BY SPACE
                  " user="     DELIMITED BY SIZE
                  WS-PGUSER    DELIMITED BY SPACE
                  " password=" DELIMITED BY SIZE
                  WS-PGPASSWORD DELIMITED BY SPACE
                  " host="     DELIMITED BY SIZE
                  WS-PGHOST    DELIMITED BY SPACE
                  " port="     DELIMITED BY SIZE
                  WS-PGPORT    DELIMITED BY SPACE
                  " sslmode="  DELIMITED BY SIZE
                  WS-PGSSLMODE DELIMITED BY SPACE
                  X"00"        DELIMITED BY SIZE
                  INTO CONN-STR
           END-STRING.

           CALL "PQconnectdb" USING CONN-STR
                RETURNING CONNECTION.
           CALL "PQstatus" USING BY VALUE CONNECTION
                RETURNING CONN-STATUS.
           IF CONN-STATUS NOT EQUAL 0 THEN
                DISPLAY "Connection error! " CONN-STATUS
                MOVE CONN-STATUS TO WS-CONN-STATUS-EDIT
                STRING WS-MSG18       DELIMITED BY SIZE
                       ": status="    DELIMITED BY SIZE
                       WS-CONN-STATUS-EDIT DELIMITED BY SIZE
                       INTO WS-ERROR-LOG-LINE
                END-STRING
                MOVE WS-ERROR-LOG-LINE TO ERROR-LOG-REC
                WRITE ERROR-LOG-REC
                CLOSE APPLICATION-FILE
                CLOSE ERROR-LOG-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF.

       DISCONNECT.
           CALL "PQfinish" USING BY VALUE CONNECTION
                RETURNING OMITTED.
