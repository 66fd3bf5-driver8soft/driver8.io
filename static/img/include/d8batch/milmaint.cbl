      ******************************************************************
      *
      * Servicemember Military-Status Maintenance
      * ==========================================
      *
      * Maintains the indexed MILSTAT military-status file from the
      * "miltran" transaction file, in the same style collmain
      * maintains COLLMSTR.  "A" records a borrower's active duty
      * with its start date, the end date if already known, the
      * verification date, and the source (DMDC, ORDERS, or
      * BORROWER); "C" updates whichever of the end date,
      * verification date, and source are supplied - the usual case
      * being the release from duty, or a re-verification; "D"
      * removes the record.  Every applied transaction recomputes
      * MIL-PROTECT-END - open-ended while on duty, one year past
      * the end of service once it is known - and stamps the account
      * onto the pricing delta file, since the SCRA rate cap bcuota
      * applies follows the protection.  An add for an account not
      * on LOANMSTR, a missing or impossible duty date, or an
      * unknown source is rejected.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. milmaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT TRANS-FILE ASSIGN TO "miltran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "milrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Accounts changed since the last full pricing run, appended
      * here for bcuota's changed-accounts-only DELTA mode.
           SELECT DELTA-FILE ASSIGN TO "deltaacc"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD TRANS-FILE.
           01 TRANS-REC.
               05 MLTRAN-CODE        PIC X(01).
               05 MLTRAN-ACCT-NO     PIC X(10).
               05 MLTRAN-DUTY-START  PIC 9(08).
               05 MLTRAN-DUTY-END    PIC 9(08).
               05 MLTRAN-VERIFY-DATE PIC 9(08).
               05 MLTRAN-SOURCE      PIC X(08).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 MLREJECT-ACC       PIC X(10).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 MLREJECT-TRAN-CODE PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 MLREJECT-REASON    PIC X(20).

       FD DELTA-FILE.
           01 DELTA-REC.
               05 DELTA-ACC          PIC X(10).

       WORKING-STORAGE SECTION.
           01 WS-MILSTAT-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN   PIC X(01) VALUE "N".
           01 WS-DELTA-STATUS    PIC X(02) VALUE "00".
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-ADD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-DELETE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.

      * Protection outlasts service by a year; added to a YYYYMMDD
      * date as 10000.
           01 WS-POST-SERVICE-YEAR PIC 9(05) VALUE 10000.
           01 WS-OPEN-ENDED      PIC 9(08) VALUE 99999999.

       PROCEDURE DIVISION.
           OPEN I-O MILSTAT.
           IF WS-MILSTAT-STATUS = "35"
               CLOSE MILSTAT
               OPEN OUTPUT MILSTAT
               CLOSE MILSTAT
               OPEN I-O MILSTAT
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN EXTEND DELTA-FILE.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.

           CLOSE MILSTAT.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.
           CLOSE DELTA-FILE.

           DISPLAY "MILITARY STATUS ADDED: "   WS-ADD-COUNTER.
           DISPLAY "MILITARY STATUS CHANGED: " WS-CHANGE-COUNTER.
           DISPLAY "MILITARY STATUS DELETED: " WS-DELETE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: "   WS-REJECT-COUNTER.
           GOBACK.

       100-APPLY-TRANSACTION.
           EVALUATE MLTRAN-CODE
               WHEN "A"
                   PERFORM 110-ADD-STATUS
               WHEN "C"
                   PERFORM 120-CHANGE-STATUS
               WHEN "D"
                   PERFORM 130-DELETE-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN TRAN CODE" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
           END-EVALUATE.

       110-ADD-STATUS.
           EVALUATE TRUE
               WHEN MLTRAN-DUTY-START NOT NUMERIC
                       OR MLTRAN-DUTY-START = 0
                   MOVE "BAD DUTY START" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN MLTRAN-DUTY-END NOT NUMERIC
               WHEN MLTRAN-DUTY-END NOT = 0
                       AND MLTRAN-DUTY-END < MLTRAN-DUTY-START
                   MOVE "BAD DUTY END" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN MLTRAN-VERIFY-DATE NOT NUMERIC
                       OR MLTRAN-VERIFY-DATE = 0
                   MOVE "BAD VERIFY DATE" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN MLTRAN-SOURCE NOT = "DMDC"
                       AND MLTRAN-SOURCE NOT = "ORDERS"
                       AND MLTRAN-SOURCE NOT = "BORROWER"
                   MOVE "BAD SOURCE" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM 115-CHECK-ACCOUNT-EXISTS
                   IF MLREJECT-REASON = SPACES
                       MOVE MLTRAN-ACCT-NO     TO MIL-ACCT-NO
                       MOVE MLTRAN-DUTY-START  TO MIL-DUTY-START
                       MOVE MLTRAN-DUTY-END    TO MIL-DUTY-END
                       MOVE MLTRAN-VERIFY-DATE TO MIL-VERIFY-DATE
                       MOVE MLTRAN-SOURCE      TO MIL-SOURCE
                       PERFORM 150-SET-PROTECT-END
                       WRITE MIL-RECORD
                           INVALID KEY
                               MOVE "ALREADY ON FILE"
                                   TO MLREJECT-REASON
                               PERFORM 900-REJECT-TRANSACTION
                           NOT INVALID KEY
                               ADD 1 TO WS-ADD-COUNTER
                               PERFORM 160-STAMP-DELTA
                       END-WRITE
                   ELSE
                       PERFORM 900-REJECT-TRANSACTION
                   END-IF
           END-EVALUATE.

       115-CHECK-ACCOUNT-EXISTS.
           MOVE SPACES TO MLREJECT-REASON.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE MLTRAN-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE"
                           TO MLREJECT-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       120-CHANGE-STATUS.
           MOVE MLTRAN-ACCT-NO TO MIL-ACCT-NO.
           READ MILSTAT
               INVALID KEY
                   MOVE "STATUS NOT ON FILE" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM 125-EDIT-AND-REWRITE
           END-READ.

       125-EDIT-AND-REWRITE.
      * A field left blank or zero on the transaction is left as
      * it stands on file.
           EVALUATE TRUE
               WHEN MLTRAN-DUTY-END NUMERIC
                       AND MLTRAN-DUTY-END NOT = 0
                       AND MLTRAN-DUTY-END < MIL-DUTY-START
                   MOVE "BAD DUTY END" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN MLTRAN-SOURCE NOT = SPACES
                       AND MLTRAN-SOURCE NOT = "DMDC"
                       AND MLTRAN-SOURCE NOT = "ORDERS"
                       AND MLTRAN-SOURCE NOT = "BORROWER"
                   MOVE "BAD SOURCE" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN OTHER
                   IF MLTRAN-DUTY-END NUMERIC
                           AND MLTRAN-DUTY-END NOT = 0
                       MOVE MLTRAN-DUTY-END TO MIL-DUTY-END
                   END-IF
                   IF MLTRAN-VERIFY-DATE NUMERIC
                           AND MLTRAN-VERIFY-DATE NOT = 0
                       MOVE MLTRAN-VERIFY-DATE TO MIL-VERIFY-DATE
                   END-IF
                   IF MLTRAN-SOURCE NOT = SPACES
                       MOVE MLTRAN-SOURCE TO MIL-SOURCE
                   END-IF
                   PERFORM 150-SET-PROTECT-END
                   REWRITE MIL-RECORD
                   ADD 1 TO WS-CHANGE-COUNTER
                   PERFORM 160-STAMP-DELTA
           END-EVALUATE.

       130-DELETE-STATUS.
           MOVE MLTRAN-ACCT-NO TO MIL-ACCT-NO.
           DELETE MILSTAT
               INVALID KEY
                   MOVE "STATUS NOT ON FILE" TO MLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNTER
                   PERFORM 160-STAMP-DELTA
           END-DELETE.

       150-SET-PROTECT-END.
           IF MIL-DUTY-END = 0
               MOVE WS-OPEN-ENDED TO MIL-PROTECT-END
           ELSE
               COMPUTE MIL-PROTECT-END =
                       MIL-DUTY-END + WS-POST-SERVICE-YEAR
           END-IF.

       160-STAMP-DELTA.
           MOVE SPACES TO DELTA-REC.
           MOVE MLTRAN-ACCT-NO TO DELTA-ACC.
           WRITE DELTA-REC.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE MLTRAN-ACCT-NO TO MLREJECT-ACC.
           MOVE MLTRAN-CODE    TO MLREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.
