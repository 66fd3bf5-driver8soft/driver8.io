      *****************************************************************
      * Apply web-entered loan maintenance queued in PostgreSQL
      * Selects the pending rows the web admin screen writes into the
      * maintenance_request table - rate corrections, address and
      * name changes, product code changes - and stages each as a
      * loanmaint "C" transaction on the "trans" file, the fields a
      * request leaves alone filled from LOANMSTR so the change
      * carries the whole record and the requesting web user riding
      * along as the operator the maintenance journal records.  It
      * then CALLs loanmaint the way batchdrv does, with its own
      * command-line parameter passed through, so the staged batch
      * gets the same edit pass and the same EDIT/FORCE and
      * apprvctl dual-control rules as a keyed file: a flagged batch
      * applies only under FORCE against a released approval.  Each
      * request's disposition then goes back to its row, all inside
      * one transaction: accepted, rejected with the editrpt or
      * mrejects reason, or parked as future-dated on "pendtran".
      * A request the edit passed in a batch that was held for
      * another's error stays pending for the next run.  Ending the
      * export and rekeying of web changes into "trans".  Built on
      * pgapply's pattern, with pgcobol's PQconnectdb/PQexec calls,
      * its validated-before-spliced query discipline and its
      * error-log-and-stop handling.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgmaint.
       AUTHOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Failures are logged here and the program ends cleanly, the
      * same discipline as pgcobol's error log.
           SELECT ERROR-LOG-FILE ASSIGN TO "errorlog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Read for the fields a request leaves alone; closed again
      * before loanmaint opens it for update.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * loanmaint's own transaction file, its edit report, and its
      * apply-pass rejects.
           SELECT TRANS-FILE ASSIGN TO "trans"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT EDIT-REPORT ASSIGN TO "editrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EDITRPT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "mrejects"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-MREJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ERROR-LOG-FILE.
           01 ERROR-LOG-REC PIC X(132).

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared loan maintenance transaction record; see
      * loantran.cpy.
       FD TRANS-FILE.
           COPY "loantran.cpy".

      * Mirrors loanmaint's WS-EDIT-LINE layout field for field; one
      * line per transaction in "trans" order, then the totals.
       FD EDIT-REPORT.
           01 EDIT-REPORT-REC.
               05 ERPT-ACC           PIC X(10).
               05 FILLER             PIC X(02).
               05 ERPT-CODE          PIC X(01).
               05 FILLER             PIC X(02).
               05 ERPT-DISP          PIC X(20).
               05 FILLER             PIC X(45).

      * Mirrors loanmaint's own FD REJECT-FILE layout field for
      * field.
       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 MREJECT-ACC        PIC X(10).
               05 FILLER             PIC X(01).
               05 MREJECT-TRAN-CODE  PIC X(01).
               05 FILLER             PIC X(01).
               05 MREJECT-REASON     PIC X(20).

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
       01 UPDATE-CURSOR      USAGE POINTER.

       01 SQL-STATUS         USAGE BINARY-LONG.
       01 SQL-ERROR-PTR      USAGE POINTER.
       01 SQL-ERROR-STR      PIC X(4096) BASED.
       01 SQL-ERROR-MSG      PIC X(100) VALUE SPACES.

       01 ROW-COUNTER        USAGE BINARY-LONG.
       01 DB-ROW             PIC 9(7) VALUE ZEROS.
       01 DB-COLUMN          PIC 9(3) VALUE ZEROS.

       01 RESULT-PTR         USAGE POINTER.
       01 RESULT-STR         PIC X(4096) BASED.
       01 RESULT-DATA        PIC X(4096) VALUE SPACES.

       01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
       01 WS-TRANS-STATUS    PIC X(02) VALUE "00".
       01 WS-EDITRPT-STATUS  PIC X(02) VALUE "00".
       01 WS-MREJECT-STATUS  PIC X(02) VALUE "00".
       01 WS-EOF             PIC X(01) VALUE "N".
       01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.

      * Passed through to loanmaint: EDIT edits only, FORCE applies a
      * flagged batch against a released approval, anything else
      * applies a clean batch.
       01 WS-MODE-PARM       PIC X(08) VALUE SPACES.
       01 WS-LOANMAINT-RC    PIC 9(04) VALUE ZEROES.
       01 WS-BATCH-APPLIED   PIC X(01) VALUE "N".

      * One request row.  Every column arrives as text; the rate is
      * cast to whole hundredths server-side, the way pgapply has
      * its money columns, and the effective date as YYYYMMDD.  A
      * column the request leaves empty means no change to it.
       01 REQUEST-ROW.
           02 REQ-ID           PIC X(09) VALUE SPACES.
           02 REQ-ACCT         PIC X(10) VALUE SPACES.
           02 REQ-CUST-NAME    PIC X(30) VALUE SPACES.
           02 REQ-CUST-ADDR    PIC X(40) VALUE SPACES.
           02 REQ-RATE-CENTS   PIC X(06) VALUE SPACES.
           02 REQ-PRODUCT      PIC X(03) VALUE SPACES.
           02 REQ-EFF-DATE     PIC X(08) VALUE SPACES.
           02 REQ-USER         PIC X(08) VALUE SPACES.
       01 WS-TOO-LONG        PIC X(01) VALUE "N".

      * PQgetvalue text is left-justified; each token's digits land
      * flush right (leading spaces becoming zeros) before the
      * NUMERIC test, the same normalization pgapply applies.
       01 WS-ID-RJ           PIC X(09) JUSTIFIED RIGHT.
       01 WS-RATE-RJ         PIC X(04) JUSTIFIED RIGHT.
       01 WS-TOKEN-LEN       PIC 9(02) VALUE ZEROES.
       01 WS-TOKEN-SPILL     PIC X(12) VALUE SPACES.
       01 WS-RATE-LEN        PIC 9(02) VALUE ZEROES.
       01 WS-EFF-LEN         PIC 9(02) VALUE ZEROES.
       01 WS-RATE-CENTS      PIC 9(04) VALUE ZEROES.
       01 WS-REASON          PIC X(20) VALUE SPACES.

      * The requests this run selected, in "trans" order for those
      * staged.  State: "S" staged, "A" accepted, "F" parked
      * future-dated, "R" rejected, "P" left pending.
       01 WS-REQ-TABLE.
           05 WS-REQ-ENTRY OCCURS 200 TIMES.
               10 WS-REQ-ID-RJ     PIC X(09).
               10 WS-REQ-ACCT      PIC X(10).
               10 WS-REQ-EFF       PIC 9(08).
               10 WS-REQ-STATE     PIC X(01).
               10 WS-REQ-REASON    PIC X(20).
       01 WS-REQ-COUNT       PIC 9(03) VALUE ZEROES.
       01 WS-REQ-IDX         PIC 9(03) VALUE ZEROES.
       01 WS-STAGED-COUNT    PIC 9(03) VALUE ZEROES.

      * loanmaint's apply-pass rejects, each matched to at most one
      * staged request.
       01 WS-MREJ-TABLE.
           05 WS-MREJ-ENTRY OCCURS 200 TIMES.
               10 WS-MREJ-ACC      PIC X(10).
               10 WS-MREJ-CODE     PIC X(01).
               10 WS-MREJ-REASON   PIC X(20).
               10 WS-MREJ-USED     PIC X(01).
       01 WS-MREJ-COUNT      PIC 9(03) VALUE ZEROES.
       01 WS-MREJ-IDX        PIC 9(03) VALUE ZEROES.
       01 WS-MREJ-FOUND      PIC X(01) VALUE "N".

       01 WS-APP-STATUS      PIC X(01) VALUE "A".
       01 WS-ACCEPTED-COUNTER PIC 9(09) VALUE ZEROES.
       01 WS-PARKED-COUNTER  PIC 9(09) VALUE ZEROES.
       01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
       01 WS-PENDING-COUNTER PIC 9(09) VALUE ZEROES.
       01 WS-FAILED-COUNTER  PIC 9(09) VALUE ZEROES.
       01 WS-TXN-FAILED      PIC X(01) VALUE "N".

       01 WS-ERROR-LOG-LINE  PIC X(132) VALUE SPACES.
       01 WS-CONN-STATUS-EDIT PIC -(9).
       01 WS-SQL-STATUS-EDIT  PIC -(9).

      *> ***************************************************************
       PROCEDURE DIVISION.
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT ERROR-LOG-FILE.
           PERFORM CHECK-TRANS-EMPTY.
           PERFORM CONNECT-DB.
           PERFORM BEGIN-TXN.
           PERFORM SELECT-PENDING.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE SPACES TO WS-ERROR-LOG-LINE
               STRING "LOANMSTR OPEN FAILED, STATUS: "
                      DELIMITED BY SIZE
                      WS-LOANMSTR-STATUS DELIMITED BY SIZE
                      INTO WS-ERROR-LOG-LINE
               END-STRING
               PERFORM LOG-ERROR-AND-STOP
           END-IF.
           OPEN OUTPUT TRANS-FILE.
           PERFORM VARYING DB-ROW FROM 0 BY 1
                   UNTIL DB-ROW >= ROW-COUNTER
               PERFORM FETCH-REQUEST-ROW
               PERFORM STAGE-REQUEST
           END-PERFORM.
           CLOSE TRANS-FILE.
           CLOSE LOANMSTR.

           IF WS-STAGED-COUNT > 0
               PERFORM RUN-LOANMAINT
           END-IF.
           PERFORM SET-DISPOSITIONS.

           IF WS-MODE-PARM = "EDIT"
               PERFORM ROLLBACK-TXN
               DISPLAY "EDIT PASS ONLY, NO REQUEST UPDATED"
           ELSE
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                          OR WS-TXN-FAILED = "Y"
                   IF WS-REQ-STATE(WS-REQ-IDX) NOT = "P"
                       PERFORM UPDATE-REQUEST
                   END-IF
               END-PERFORM
               IF WS-TXN-FAILED = "Y"
                   PERFORM ROLLBACK-TXN
                   DISPLAY "TRANSACTION ROLLED BACK, NO REQUEST "
                           "UPDATED"
      * Whatever loanmaint applied stays applied; the requests stay
      * pending and must be marked by hand before the next run, or
      * they stage again.
                   IF WS-BATCH-APPLIED = "Y"
                       MOVE "MAINTENANCE APPLIED, REQUEST STATUS "
                           & "NOT RECORDED - MARK BY HAND"
                           TO ERROR-LOG-REC
                       WRITE ERROR-LOG-REC
                   END-IF
                   MOVE 8 TO WS-LOANMAINT-RC
               ELSE
                   PERFORM COMMIT-TXN
               END-IF
           END-IF.
           PERFORM DISCONNECT.

      * Everything staged has been applied, parked, rejected or
      * left pending in the table; none of it may reach a later
      * file-driven run.
           OPEN OUTPUT TRANS-FILE.
           CLOSE TRANS-FILE.

           DISPLAY "REQUESTS SELECTED: " WS-REQ-COUNT.
           DISPLAY "REQUESTS ACCEPTED: " WS-ACCEPTED-COUNTER.
           DISPLAY "REQUESTS PARKED: " WS-PARKED-COUNTER.
           DISPLAY "REQUESTS REJECTED: " WS-REJECTED-COUNTER.
           DISPLAY "REQUESTS LEFT PENDING: " WS-PENDING-COUNTER.
           DISPLAY "REQUESTS IN ERROR: " WS-FAILED-COUNTER.
           CLOSE ERROR-LOG-FILE.
           MOVE WS-LOANMAINT-RC TO RETURN-CODE.
           GOBACK.

       CHECK-TRANS-EMPTY.
      * A "trans" file still holding keyed transactions belongs to a
      * file-driven run that has not happened yet; staging over it
      * would lose them.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE "N" TO WS-EOF
               READ TRANS-FILE
                   AT END MOVE "Y" TO WS-EOF
               END-READ
               CLOSE TRANS-FILE
               IF WS-EOF = "N"
                   DISPLAY "TRANS FILE NOT EMPTY, NOTHING STAGED"
                   MOVE "TRANS FILE NOT EMPTY, NOTHING STAGED"
                       TO ERROR-LOG-REC
                   WRITE ERROR-LOG-REC
                   CLOSE ERROR-LOG-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       SELECT-PENDING.
      * At most one table's worth per run, oldest first; the rest
      * wait for the next run.
           MOVE "SELECT request_id, " &
                "COALESCE(acct_no, ''), " &
                "COALESCE(cust_name, ''), " &
                "COALESCE(cust_addr, ''), " &
                "COALESCE(ROUND(int_rate * 100)::text, ''), " &
                "COALESCE(product_code, ''), " &
                "COALESCE(TO_CHAR(eff_date, 'YYYYMMDD'), ''), " &
                "COALESCE(requested_by, '') " &
                "FROM maintenance_request WHERE status = 'P' " &
                "ORDER BY request_id LIMIT 200;"
               TO SQL-QUERY-DATA.
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
           DISPLAY "PENDING REQUESTS: " ROW-COUNTER.

       FETCH-REQUEST-ROW.
      * A text column longer than the field it fills is refused
      * rather than cut short.
           MOVE "N" TO WS-TOO-LONG.
           PERFORM VARYING DB-COLUMN FROM 0 BY 1
                   UNTIL DB-COLUMN >= 8
               CALL "PQgetvalue" USING BY VALUE DB-CURSOR
                    BY VALUE DB-ROW BY VALUE DB-COLUMN
                    RETURNING RESULT-PTR END-CALL
               SET ADDRESS OF RESULT-STR TO RESULT-PTR
               INITIALIZE RESULT-DATA
               STRING RESULT-STR DELIMITED BY x"00"
                      INTO RESULT-DATA END-STRING
               EVALUATE DB-COLUMN
                   WHEN 0
                       MOVE RESULT-DATA TO REQ-ID
                   WHEN 1
                       MOVE RESULT-DATA TO REQ-ACCT
                       IF RESULT-DATA(11:) NOT = SPACES
                           MOVE "Y" TO WS-TOO-LONG
                       END-IF
                   WHEN 2
                       MOVE RESULT-DATA TO REQ-CUST-NAME
                       IF RESULT-DATA(31:) NOT = SPACES
                           MOVE "Y" TO WS-TOO-LONG
                       END-IF
                   WHEN 3
                       MOVE RESULT-DATA TO REQ-CUST-ADDR
                       IF RESULT-DATA(41:) NOT = SPACES
                           MOVE "Y" TO WS-TOO-LONG
                       END-IF
                   WHEN 4
                       MOVE RESULT-DATA TO REQ-RATE-CENTS
                   WHEN 5
                       MOVE RESULT-DATA TO REQ-PRODUCT
                       IF RESULT-DATA(4:) NOT = SPACES
                           MOVE "Y" TO WS-TOO-LONG
                       END-IF
                   WHEN 6
                       MOVE RESULT-DATA TO REQ-EFF-DATE
                   WHEN 7
                       MOVE RESULT-DATA TO REQ-USER
                       IF RESULT-DATA(9:) NOT = SPACES
                           MOVE "Y" TO WS-TOO-LONG
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-ID-RJ WS-RATE-RJ.
           MOVE 0 TO WS-TOKEN-LEN.
           UNSTRING REQ-ID DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-TOKEN-LEN
           END-UNSTRING.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 9
               MOVE REQ-ID(1:WS-TOKEN-LEN) TO WS-ID-RJ
           END-IF.
           INSPECT WS-ID-RJ REPLACING LEADING SPACE BY "0".
      * No rate on the request leaves the rate alone.
           MOVE 0 TO WS-RATE-LEN.
           UNSTRING REQ-RATE-CENTS DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-RATE-LEN
           END-UNSTRING.
           IF WS-RATE-LEN > 0 AND WS-RATE-LEN <= 4
               MOVE REQ-RATE-CENTS(1:WS-RATE-LEN) TO WS-RATE-RJ
           END-IF.
           INSPECT WS-RATE-RJ REPLACING LEADING SPACE BY "0".
           MOVE 0 TO WS-EFF-LEN.
           UNSTRING REQ-EFF-DATE DELIMITED BY ALL " "
               INTO WS-TOKEN-SPILL COUNT IN WS-EFF-LEN
           END-UNSTRING.

       STAGE-REQUEST.
      * The row's text is validated before it is staged or spliced,
      * the same discipline pgcobol's BUILD-QUERY applies; only a
      * row whose own key is bad cannot be addressed at all, and is
      * logged and left for someone to look at.
           IF WS-ID-RJ NOT NUMERIC
               ADD 1 TO WS-FAILED-COUNTER
               MOVE WS-MSG16 TO WS-ERROR-LOG-LINE
               MOVE WS-ERROR-LOG-LINE TO ERROR-LOG-REC
               WRITE ERROR-LOG-REC
           ELSE
               ADD 1 TO WS-REQ-COUNT
               MOVE WS-ID-RJ TO WS-REQ-ID-RJ(WS-REQ-COUNT)
               MOVE REQ-ACCT TO WS-REQ-ACCT(WS-REQ-COUNT)
               MOVE 0        TO WS-REQ-EFF(WS-REQ-COUNT)
               MOVE SPACES   TO WS-REASON
               EVALUATE TRUE
                   WHEN WS-TOO-LONG = "Y"
                       MOVE "FIELD TOO LONG" TO WS-REASON
                   WHEN REQ-USER = SPACES
                       MOVE "NO REQUESTING USER" TO WS-REASON
                   WHEN REQ-ACCT = SPACES
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REASON
                   WHEN WS-RATE-LEN > 4
                   WHEN WS-RATE-RJ NOT NUMERIC
                       MOVE WS-MSG16 TO WS-REASON
                   WHEN WS-EFF-LEN > 0
                           AND (WS-EFF-LEN NOT = 8
                                OR REQ-EFF-DATE NOT NUMERIC)
                       MOVE WS-MSG16 TO WS-REASON
                   WHEN REQ-CUST-NAME = SPACES
                           AND REQ-CUST-ADDR = SPACES
                           AND REQ-PRODUCT = SPACES
                           AND WS-RATE-LEN = 0
                       MOVE "NO CHANGE IN REQUEST" TO WS-REASON
               END-EVALUATE
               IF WS-REASON = SPACES
                   MOVE REQ-ACCT TO LOAN-ACCT-NO
                   READ LOANMSTR
                       INVALID KEY
                           MOVE "ACCOUNT NOT ON FILE" TO WS-REASON
                       NOT INVALID KEY
                           PERFORM BUILD-TRANSACTION
                   END-READ
               END-IF
               IF WS-REASON = SPACES
                   MOVE "S" TO WS-REQ-STATE(WS-REQ-COUNT)
               ELSE
                   MOVE "R" TO WS-REQ-STATE(WS-REQ-COUNT)
                   MOVE WS-REASON TO WS-REQ-REASON(WS-REQ-COUNT)
               END-IF
           END-IF.

       BUILD-TRANSACTION.
      * loanmaint's change replaces the whole record, so every field
      * the request does not name goes back as it stands.
           MOVE SPACES TO TRANS-REC.
           MOVE "C"                  TO TRAN-CODE.
           MOVE LOAN-ACCT-NO         TO TRAN-ACCT-NO.
           MOVE LOAN-CUST-NAME       TO TRAN-CUST-NAME.
           MOVE LOAN-CUST-ADDR       TO TRAN-CUST-ADDR.
           MOVE LOAN-ORIG-PRIN       TO TRAN-ORIG-PRIN.
           MOVE LOAN-INT-RATE        TO TRAN-INT-RATE.
           MOVE LOAN-TERM-YEARS      TO TRAN-TERM-YEARS.
           MOVE LOAN-ORIG-DATE       TO TRAN-ORIG-DATE.
           MOVE LOAN-STATUS          TO TRAN-STATUS.
           MOVE LOAN-INVESTOR-CODE   TO TRAN-INVESTOR-CODE.
           MOVE LOAN-PRODUCT-CODE    TO TRAN-PRODUCT-CODE.
           MOVE LOAN-ARM-RESET-MONTHS TO TRAN-ARM-RESET-MONTHS.
           MOVE LOAN-ARM-RATE-ADJ    TO TRAN-ARM-RATE-ADJ.
           MOVE LOAN-ARM-RATE-CAP    TO TRAN-ARM-RATE-CAP.
           MOVE LOAN-IO-MONTHS       TO TRAN-IO-MONTHS.
           MOVE LOAN-ACCT-TYPE       TO TRAN-ACCT-TYPE.
           MOVE LOAN-CREDIT-LIMIT    TO TRAN-CREDIT-LIMIT.
           MOVE LOAN-RATE-INDEX      TO TRAN-RATE-INDEX.
           MOVE LOAN-INDEX-MARGIN    TO TRAN-INDEX-MARGIN.
           MOVE LOAN-BALLOON-TERM    TO TRAN-BALLOON-TERM.
           MOVE LOAN-DRAW-END-DATE   TO TRAN-DRAW-END-DATE.
           MOVE LOAN-REPAY-TERM      TO TRAN-REPAY-TERM.
           MOVE LOAN-COMPANY-CODE    TO TRAN-COMPANY-CODE.
           IF REQ-CUST-NAME NOT = SPACES
               MOVE REQ-CUST-NAME    TO TRAN-CUST-NAME
           END-IF.
           IF REQ-CUST-ADDR NOT = SPACES
               MOVE REQ-CUST-ADDR    TO TRAN-CUST-ADDR
           END-IF.
           IF WS-RATE-LEN > 0
               MOVE WS-RATE-RJ       TO WS-RATE-CENTS
               COMPUTE TRAN-INT-RATE = WS-RATE-CENTS / 100
           END-IF.
           IF REQ-PRODUCT NOT = SPACES
               MOVE REQ-PRODUCT      TO TRAN-PRODUCT-CODE
           END-IF.
           IF WS-EFF-LEN > 0
               MOVE REQ-EFF-DATE     TO TRAN-EFF-DATE
           ELSE
               MOVE 0                TO TRAN-EFF-DATE
           END-IF.
           MOVE TRAN-EFF-DATE        TO WS-REQ-EFF(WS-REQ-COUNT).
           MOVE REQ-USER             TO TRAN-OPERATOR.
           WRITE TRANS-REC.
           ADD 1 TO WS-STAGED-COUNT.

       RUN-LOANMAINT.
      * The parameter rides the command line into loanmaint exactly
      * as batchdrv hands a step its parameter.
           DISPLAY WS-MODE-PARM UPON COMMAND-LINE.
           MOVE 0 TO RETURN-CODE.
           CALL "loanmaint"
               ON EXCEPTION
                   DISPLAY "PROGRAM NOT FOUND: loanmaint"
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-LOANMAINT-RC.
           IF WS-MODE-PARM NOT = "EDIT" AND WS-LOANMAINT-RC < 8
               MOVE "Y" TO WS-BATCH-APPLIED
           END-IF.
           IF WS-LOANMAINT-RC < 12
               PERFORM READ-EDIT-REPORT
           END-IF.
           IF WS-BATCH-APPLIED = "Y"
               PERFORM LOAD-APPLY-REJECTS
           END-IF.

       READ-EDIT-REPORT.
      * The edit report's first lines are the staged transactions in
      * the order they were written; each staged request takes its
      * disposition from its own line.
           OPEN INPUT EDIT-REPORT.
           IF WS-EDITRPT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                       UNTIL WS-REQ-IDX > WS-REQ-COUNT
                          OR WS-EOF = "Y"
                   IF WS-REQ-STATE(WS-REQ-IDX) = "S"
                       READ EDIT-REPORT
                           AT END MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF ERPT-DISP NOT = "OK"
                                   MOVE ERPT-DISP
                                       TO WS-REQ-REASON(WS-REQ-IDX)
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EDIT-REPORT
           END-IF.

       LOAD-APPLY-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF WS-MREJECT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ REJECT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-MREJ-COUNT < 200
                           ADD 1 TO WS-MREJ-COUNT
                           MOVE MREJECT-ACC
                               TO WS-MREJ-ACC(WS-MREJ-COUNT)
                           MOVE MREJECT-TRAN-CODE
                               TO WS-MREJ-CODE(WS-MREJ-COUNT)
                           MOVE MREJECT-REASON
                               TO WS-MREJ-REASON(WS-MREJ-COUNT)
                           MOVE "N" TO WS-MREJ-USED(WS-MREJ-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

       SET-DISPOSITIONS.
      * Applied: a request loanmaint's apply pass rejected takes its
      * reason, a future-dated one was parked, and the rest went on
      * - under FORCE carrying the edit's flag as a note.  Held or
      * never run: a request the edit flagged is rejected with the
      * edit's reason and the rest wait for the next run.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF WS-REQ-STATE(WS-REQ-IDX) = "S"
                   IF WS-BATCH-APPLIED = "Y"
                       PERFORM FIND-APPLY-REJECT
                       EVALUATE TRUE
                           WHEN WS-MREJ-FOUND = "Y"
                               MOVE "R" TO WS-REQ-STATE(WS-REQ-IDX)
                               MOVE WS-MREJ-REASON(WS-MREJ-IDX)
                                   TO WS-REQ-REASON(WS-REQ-IDX)
                           WHEN WS-REQ-EFF(WS-REQ-IDX) > WS-RUN-DATE
                               MOVE "F" TO WS-REQ-STATE(WS-REQ-IDX)
                           WHEN OTHER
                               MOVE "A" TO WS-REQ-STATE(WS-REQ-IDX)
                       END-EVALUATE
                   ELSE
                       IF WS-REQ-REASON(WS-REQ-IDX) = SPACES
                           MOVE "P" TO WS-REQ-STATE(WS-REQ-IDX)
                       ELSE
                           MOVE "R" TO WS-REQ-STATE(WS-REQ-IDX)
                       END-IF
                   END-IF
               END-IF
               EVALUATE WS-REQ-STATE(WS-REQ-IDX)
                   WHEN "A"
                       ADD 1 TO WS-ACCEPTED-COUNTER
                   WHEN "F"
                       ADD 1 TO WS-PARKED-COUNTER
                   WHEN "R"
                       ADD 1 TO WS-REJECTED-COUNTER
                   WHEN "P"
                       ADD 1 TO WS-PENDING-COUNTER
               END-EVALUATE
           END-PERFORM.

       FIND-APPLY-REJECT.
           MOVE "N" TO WS-MREJ-FOUND.
           PERFORM VARYING WS-MREJ-IDX FROM 1 BY 1
                   UNTIL WS-MREJ-IDX > WS-MREJ-COUNT
                      OR WS-MREJ-FOUND = "Y"
               IF WS-MREJ-USED(WS-MREJ-IDX) = "N"
                       AND WS-MREJ-ACC(WS-MREJ-IDX)
                           = WS-REQ-ACCT(WS-REQ-IDX)
                       AND WS-MREJ-CODE(WS-MREJ-IDX) = "C"
                   MOVE "Y" TO WS-MREJ-USED(WS-MREJ-IDX)
                   MOVE "Y" TO WS-MREJ-FOUND
               END-IF
           END-PERFORM.
      * The loop steps once past the entry it found.
           IF WS-MREJ-FOUND = "Y"
               SUBTRACT 1 FROM WS-MREJ-IDX
           END-IF.

       UPDATE-REQUEST.
      * The status letter is the table's own, the key was validated
      * digit by digit, and every reason is catalog or loanmaint
      * text with no quotes in it, so all are safe to splice.
           MOVE WS-REQ-STATE(WS-REQ-IDX) TO WS-APP-STATUS.
           MOVE SPACES TO SQL-QUERY-DATA.
           STRING "UPDATE maintenance_request SET status = '"
                  DELIMITED BY SIZE
                  WS-APP-STATUS  DELIMITED BY SIZE
                  "', error_msg = '" DELIMITED BY SIZE
                  WS-REQ-REASON(WS-REQ-IDX) DELIMITED BY "  "
                  "', processed_at = NOW()"
                  DELIMITED BY SIZE
                  " WHERE request_id = " DELIMITED BY SIZE
                  WS-REQ-ID-RJ(WS-REQ-IDX) DELIMITED BY SIZE
                  ";"            DELIMITED BY SIZE
                  INTO SQL-QUERY-DATA
           END-STRING.
           CALL "PQexec" USING BY VALUE CONNECTION
                BY REFERENCE SQL-QUERY
                RETURNING UPDATE-CURSOR END-CALL.
           CALL "PQresultStatus" USING BY VALUE UPDATE-CURSOR
                RETURNING SQL-STATUS.
           CALL "PQresStatus" USING BY VALUE SQL-STATUS
                RETURNING SQL-ERROR-PTR.
           SET ADDRESS OF SQL-ERROR-STR TO SQL-ERROR-PTR.
           STRING SQL-ERROR-STR DELIMITED BY x"00"
                  INTO SQL-ERROR-MSG
           END-STRING.
           IF SQL-STATUS NOT EQUAL 1 THEN
                DISPLAY "Update error! " SQL-STATUS SQL-ERROR-MSG
                MOVE "Y" TO WS-TXN-FAILED
           END-IF.

       LOG-ERROR-AND-STOP.
      * Record the failure and end the run cleanly instead of STOP
      * RUN, so a scheduler sees a normal completion and the reason
      * is on disk rather than lost with the job step.
           MOVE WS-ERROR-LOG-LINE TO ERROR-LOG-REC.
           WRITE ERROR-LOG-REC.
           PERFORM ROLLBACK-TXN.
           PERFORM DISCONNECT.
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
                CLOSE ERROR-LOG-FILE
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF.

       DISCONNECT.
           CALL "PQfinish" USING BY VALUE CONNECTION
                RETURNING OMITTED.

       BEGIN-TXN.
           MOVE SPACES TO SQL-QUERY-DATA.
           MOVE "BEGIN;" TO SQL-QUERY-DATA.
           CALL "PQexec" USING BY VALUE CONNECTION
                BY REFERENCE SQL-QUERY
                RETURNING UPDATE-CURSOR END-CALL.

       COMMIT-TXN.
           MOVE SPACES TO SQL-QUERY-DATA.
           MOVE "COMMIT;" TO SQL-QUERY-DATA.
           CALL "PQexec" USING BY VALUE CONNECTION
                BY REFERENCE SQL-QUERY
                RETURNING UPDATE-CURSOR END-CALL.

       ROLLBACK-TXN.
           MOVE SPACES TO SQL-QUERY-DATA.
           MOVE "ROLLBACK;" TO SQL-QUERY-DATA.
           CALL "PQexec" USING BY VALUE CONNECTION
                BY REFERENCE SQL-QUERY
                RETURNING UPDATE-CURSOR END-CALL.
