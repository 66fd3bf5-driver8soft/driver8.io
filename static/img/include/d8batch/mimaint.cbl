      ******************************************************************
      *
      * Mortgage-Insurance Certificate Maintenance
      * ===========================================
      *
      * Maintains the indexed MICERT certificate master from the
      * "mitran" transaction file, in the same style collmain
      * maintains COLLMSTR.  "A" boards a loan's MI certificate with
      * its carrier, certificate number, and coverage percent, "C"
      * changes whichever of the three are supplied (a servicing
      * release between carriers, a reissued certificate), and "D"
      * removes the record.  An add for an account not on LOANMSTR
      * is rejected, and so is a coverage percent that is zero or
      * over 100.  Cancellation is not keyed here: pmicanc stamps it
      * when it stops the loan's PMI.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. mimaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MICERT ASSIGN TO "MICERT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MI-ACCT-NO
           FILE STATUS IS WS-MICERT-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT TRANS-FILE ASSIGN TO "mitran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "mirej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared MI certificate record; see mirec.cpy.
       FD MICERT.
           COPY "mirec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD TRANS-FILE.
           01 TRANS-REC.
               05 MITRAN-CODE        PIC X(01).
               05 MITRAN-ACCT-NO     PIC X(10).
               05 MITRAN-CARRIER     PIC X(10).
               05 MITRAN-CERT-NO     PIC X(15).
               05 MITRAN-COVERAGE    PIC 9(02)V9(02).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 MIREJECT-ACC       PIC X(10).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 MIREJECT-TRAN-CODE PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 MIREJECT-REASON    PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-MICERT-STATUS   PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN   PIC X(01) VALUE "N".
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-ADD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-DELETE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.

       PROCEDURE DIVISION.
           OPEN I-O MICERT.
           IF WS-MICERT-STATUS = "35"
               CLOSE MICERT
               OPEN OUTPUT MICERT
               CLOSE MICERT
               OPEN I-O MICERT
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
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

           CLOSE MICERT.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.

           DISPLAY "CERTIFICATES ADDED: "   WS-ADD-COUNTER.
           DISPLAY "CERTIFICATES CHANGED: " WS-CHANGE-COUNTER.
           DISPLAY "CERTIFICATES DELETED: " WS-DELETE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           GOBACK.

       100-APPLY-TRANSACTION.
           EVALUATE MITRAN-CODE
               WHEN "A"
                   PERFORM 110-ADD-CERTIFICATE
               WHEN "C"
                   PERFORM 120-CHANGE-CERTIFICATE
               WHEN "D"
                   PERFORM 130-DELETE-CERTIFICATE
               WHEN OTHER
                   MOVE "UNKNOWN TRAN CODE" TO MIREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
           END-EVALUATE.

       110-ADD-CERTIFICATE.
           EVALUATE TRUE
               WHEN MITRAN-CARRIER = SPACES
                   MOVE "NO CARRIER" TO MIREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN MITRAN-CERT-NO = SPACES
                   MOVE "NO CERTIFICATE NO" TO MIREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN MITRAN-COVERAGE NOT NUMERIC
                       OR MITRAN-COVERAGE = 0
                       OR MITRAN-COVERAGE > 100
                   MOVE "BAD COVERAGE PCT" TO MIREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM 115-CHECK-ACCOUNT-EXISTS
                   IF MIREJECT-REASON = SPACES
                       MOVE MITRAN-ACCT-NO  TO MI-ACCT-NO
                       MOVE MITRAN-CARRIER  TO MI-CARRIER
                       MOVE MITRAN-CERT-NO  TO MI-CERT-NO
                       MOVE MITRAN-COVERAGE TO MI-COVERAGE-PCT
                       MOVE "A"             TO MI-STATUS
                       MOVE 0               TO MI-CANCEL-DATE
                       WRITE MI-RECORD
                           INVALID KEY
                               MOVE "ALREADY ON FILE"
                                   TO MIREJECT-REASON
                               PERFORM 900-REJECT-TRANSACTION
                           NOT INVALID KEY
                               ADD 1 TO WS-ADD-COUNTER
                       END-WRITE
                   ELSE
                       PERFORM 900-REJECT-TRANSACTION
                   END-IF
           END-EVALUATE.

       115-CHECK-ACCOUNT-EXISTS.
           MOVE SPACES TO MIREJECT-REASON.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE MITRAN-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE"
                           TO MIREJECT-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       120-CHANGE-CERTIFICATE.
           IF MITRAN-COVERAGE NUMERIC AND MITRAN-COVERAGE > 100
               MOVE "BAD COVERAGE PCT" TO MIREJECT-REASON
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               MOVE MITRAN-ACCT-NO TO MI-ACCT-NO
               READ MICERT
                   INVALID KEY
                       MOVE "CERT NOT ON FILE" TO MIREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       IF MITRAN-CARRIER NOT = SPACES
                           MOVE MITRAN-CARRIER TO MI-CARRIER
                       END-IF
                       IF MITRAN-CERT-NO NOT = SPACES
                           MOVE MITRAN-CERT-NO TO MI-CERT-NO
                       END-IF
                       IF MITRAN-COVERAGE NUMERIC
                               AND MITRAN-COVERAGE > 0
                           MOVE MITRAN-COVERAGE TO MI-COVERAGE-PCT
                       END-IF
                       REWRITE MI-RECORD
                       ADD 1 TO WS-CHANGE-COUNTER
               END-READ
           END-IF.

       130-DELETE-CERTIFICATE.
           MOVE MITRAN-ACCT-NO TO MI-ACCT-NO.
           DELETE MICERT
               INVALID KEY
                   MOVE "CERT NOT ON FILE" TO MIREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNTER
           END-DELETE.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE MITRAN-ACCT-NO TO MIREJECT-ACC.
           MOVE MITRAN-CODE    TO MIREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.
