      ******************************************************************
      *
      * gRPC Client Registry Maintenance
      * =================================
      *
      * Applies transactions from "clnttran" against the indexed
      * GRPCCLNT client registry grpcauth checks every gRPC call
      * against, in the same style prcmain maintains PRICEADJ.  A
      * adds a client with its API key, daily quota and methods; C
      * changes the name, quota or methods given (methods given
      * replace the whole list); K issues a new API key; D disables
      * the client and E enables it again.  A client is never
      * deleted, so the call log always has a registry entry to
      * name.
      *
      * The API key arrives in the clear and goes onto the registry
      * only as keyhash's digest; the reject file never echoes it,
      * and "clnttran" should be scratched once the run is done.  A
      * key must be at least sixteen characters, a quota above
      * zero, and every method one the server answers ("*ALL" for
      * all of them).
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clntmain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-REG ASSIGN TO "GRPCCLNT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLNT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT TRANS-FILE ASSIGN TO "clnttran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "clntrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared gRPC client registry record; see clntrec.cpy.
       FD CLIENT-REG.
           COPY "clntrec.cpy".

       FD TRANS-FILE.
           01 TRANS-REC.
               05 CTR-CODE           PIC X(01).
               05 CTR-CLIENT-ID      PIC X(16).
               05 CTR-NAME           PIC X(30).
               05 CTR-API-KEY        PIC X(64).
               05 CTR-QUOTA          PIC X(07).
               05 CTR-QUOTA-N REDEFINES CTR-QUOTA PIC 9(07).
               05 CTR-METHODS.
                   10 CTR-METHOD     PIC X(16) OCCURS 10 TIMES.

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 CLREJECT-CLIENT-ID PIC X(16).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 CLREJECT-TRAN-CODE PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 CLREJECT-REASON    PIC X(20).

       WORKING-STORAGE SECTION.
           01 WS-CLIENT-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-TODAY           PIC 9(08) VALUE ZEROES.
           01 WS-ADD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REKEY-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-DISABLE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-ENABLE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-TRAN-VALID      PIC X(01) VALUE "Y".
           01 WS-METHOD-IDX      PIC 9(02) VALUE ZEROES.
           01 WS-KNOWN-IDX       PIC 9(02) VALUE ZEROES.
           01 WS-METHOD-FOUND    PIC X(01) VALUE "N".

      * The methods the gRPC server answers through grpcauth.
           01 WS-KNOWN-METHOD-LIST.
               05 FILLER PIC X(16) VALUE "*ALL".
               05 FILLER PIC X(16) VALUE "Hello".
               05 FILLER PIC X(16) VALUE "AccountStatus".
               05 FILLER PIC X(16) VALUE "LoanQuote".
               05 FILLER PIC X(16) VALUE "RefiCompare".
               05 FILLER PIC X(16) VALUE "BiweeklySavings".
               05 FILLER PIC X(16) VALUE "ProductQuote".
               05 FILLER PIC X(16) VALUE "Affordability".
               05 FILLER PIC X(16) VALUE "MakePayment".
               05 FILLER PIC X(16) VALUE "PaymentSchedule".
           01 WS-KNOWN-METHODS REDEFINES WS-KNOWN-METHOD-LIST.
               05 WS-KNOWN-METHOD PIC X(16) OCCURS 10 TIMES.

      * Shared API-key digest parameter record; see keyhparm.cpy.
           COPY "keyhparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN I-O CLIENT-REG.
           IF WS-CLIENT-STATUS = "35"
               CLOSE CLIENT-REG
               OPEN OUTPUT CLIENT-REG
               CLOSE CLIENT-REG
               OPEN I-O CLIENT-REG
           END-IF.
           IF WS-CLIENT-STATUS NOT = "00"
               DISPLAY "GRPCCLNT OPEN FAILED, STATUS: "
                       WS-CLIENT-STATUS
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

           CLOSE CLIENT-REG.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.

           DISPLAY "CLIENTS ADDED: "       WS-ADD-COUNTER.
           DISPLAY "CLIENTS CHANGED: "     WS-CHANGE-COUNTER.
           DISPLAY "KEYS REISSUED: "       WS-REKEY-COUNTER.
           DISPLAY "CLIENTS DISABLED: "    WS-DISABLE-COUNTER.
           DISPLAY "CLIENTS ENABLED: "     WS-ENABLE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           IF WS-REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-APPLY-TRANSACTION.
           EVALUATE CTR-CODE
               WHEN "A"
                   PERFORM 110-ADD-CLIENT
               WHEN "C"
                   PERFORM 120-CHANGE-CLIENT
               WHEN "K"
                   PERFORM 130-REKEY-CLIENT
               WHEN "D"
               WHEN "E"
                   PERFORM 140-SET-ACTIVE
               WHEN OTHER
                   MOVE "UNKNOWN TRAN CODE" TO CLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
           END-EVALUATE.

       110-ADD-CLIENT.
      * Everything a client needs to make its first call is
      * required on the add.
           MOVE "Y" TO WS-TRAN-VALID.
           EVALUATE TRUE
               WHEN CTR-CLIENT-ID = SPACES
                   MOVE "N" TO WS-TRAN-VALID
                   MOVE "CLIENT ID REQUIRED" TO CLREJECT-REASON
               WHEN CTR-METHODS = SPACES
                   MOVE "N" TO WS-TRAN-VALID
                   MOVE "NO METHODS GIVEN" TO CLREJECT-REASON
               WHEN OTHER
                   PERFORM 150-EDIT-KEY
           END-EVALUATE.
           IF WS-TRAN-VALID = "Y"
               PERFORM 160-EDIT-QUOTA
           END-IF.
           IF WS-TRAN-VALID = "Y"
               PERFORM 170-EDIT-METHODS
           END-IF.
           IF WS-TRAN-VALID = "Y"
               INITIALIZE CLIENT-REC
               MOVE CTR-CLIENT-ID TO CLNT-ID
               MOVE CTR-NAME      TO CLNT-NAME
               MOVE "Y"           TO CLNT-ACTIVE
               MOVE CTR-QUOTA-N   TO CLNT-DAILY-QUOTA
               PERFORM 180-MOVE-METHODS
               PERFORM 190-DIGEST-KEY
               MOVE WS-TODAY      TO CLNT-ADDED-DATE
               MOVE WS-TODAY      TO CLNT-CHANGED-DATE
               WRITE CLIENT-REC
                   INVALID KEY
                       MOVE "DUPLICATE CLIENT" TO CLREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNTER
               END-WRITE
           ELSE
               PERFORM 900-REJECT-TRANSACTION
           END-IF.

       120-CHANGE-CLIENT.
      * Only the fields given change; a blank quota or method list
      * leaves the registered one as it is.
           MOVE "Y" TO WS-TRAN-VALID.
           IF CTR-QUOTA NOT = SPACES
               PERFORM 160-EDIT-QUOTA
           END-IF.
           IF WS-TRAN-VALID = "Y" AND CTR-METHODS NOT = SPACES
               PERFORM 170-EDIT-METHODS
           END-IF.
           IF WS-TRAN-VALID = "Y"
               MOVE CTR-CLIENT-ID TO CLNT-ID
               READ CLIENT-REG
                   INVALID KEY
                       MOVE "CLIENT NOT ON FILE" TO CLREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       IF CTR-NAME NOT = SPACES
                           MOVE CTR-NAME TO CLNT-NAME
                       END-IF
                       IF CTR-QUOTA NOT = SPACES
                           MOVE CTR-QUOTA-N TO CLNT-DAILY-QUOTA
                       END-IF
                       IF CTR-METHODS NOT = SPACES
                           PERFORM 180-MOVE-METHODS
                       END-IF
                       MOVE WS-TODAY TO CLNT-CHANGED-DATE
                       REWRITE CLIENT-REC
                       ADD 1 TO WS-CHANGE-COUNTER
               END-READ
           ELSE
               PERFORM 900-REJECT-TRANSACTION
           END-IF.

       130-REKEY-CLIENT.
      * The old key stops working the moment the new digest is on
      * the registry.
           MOVE "Y" TO WS-TRAN-VALID.
           PERFORM 150-EDIT-KEY.
           IF WS-TRAN-VALID = "Y"
               MOVE CTR-CLIENT-ID TO CLNT-ID
               READ CLIENT-REG
                   INVALID KEY
                       MOVE "CLIENT NOT ON FILE" TO CLREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 190-DIGEST-KEY
                       MOVE WS-TODAY TO CLNT-CHANGED-DATE
                       REWRITE CLIENT-REC
                       ADD 1 TO WS-REKEY-COUNTER
               END-READ
           ELSE
               PERFORM 900-REJECT-TRANSACTION
           END-IF.

       140-SET-ACTIVE.
           MOVE CTR-CLIENT-ID TO CLNT-ID.
           READ CLIENT-REG
               INVALID KEY
                   MOVE "CLIENT NOT ON FILE" TO CLREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   IF CTR-CODE = "D"
                       MOVE "N" TO CLNT-ACTIVE
                       ADD 1 TO WS-DISABLE-COUNTER
                   ELSE
                       MOVE "Y" TO CLNT-ACTIVE
                       ADD 1 TO WS-ENABLE-COUNTER
                   END-IF
                   MOVE WS-TODAY TO CLNT-CHANGED-DATE
                   REWRITE CLIENT-REC
           END-READ.

       150-EDIT-KEY.
      * Sixteen characters at the least, with no blank among them.
           IF CTR-API-KEY(1:16) = SPACES
                   OR CTR-API-KEY(16:1) = SPACE
               MOVE "N" TO WS-TRAN-VALID
               MOVE "API KEY TOO SHORT" TO CLREJECT-REASON
           END-IF.

       160-EDIT-QUOTA.
           IF CTR-QUOTA NOT NUMERIC OR CTR-QUOTA-N = 0
               MOVE "N" TO WS-TRAN-VALID
               MOVE "BAD DAILY QUOTA" TO CLREJECT-REASON
           END-IF.

       170-EDIT-METHODS.
      * Every non-blank method must be one the server answers.
           PERFORM VARYING WS-METHOD-IDX FROM 1 BY 1
                   UNTIL WS-METHOD-IDX > 10
               IF CTR-METHOD(WS-METHOD-IDX) NOT = SPACES
                   MOVE "N" TO WS-METHOD-FOUND
                   PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
                           UNTIL WS-KNOWN-IDX > 10
                       IF WS-KNOWN-METHOD(WS-KNOWN-IDX)
                               = CTR-METHOD(WS-METHOD-IDX)
                           MOVE "Y" TO WS-METHOD-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-METHOD-FOUND = "N"
                       MOVE "N" TO WS-TRAN-VALID
                       MOVE "UNKNOWN METHOD" TO CLREJECT-REASON
                   END-IF
               END-IF
           END-PERFORM.

       180-MOVE-METHODS.
           PERFORM VARYING WS-METHOD-IDX FROM 1 BY 1
                   UNTIL WS-METHOD-IDX > 10
               MOVE CTR-METHOD(WS-METHOD-IDX)
                   TO CLNT-METHOD(WS-METHOD-IDX)
           END-PERFORM.

       190-DIGEST-KEY.
           MOVE CTR-CLIENT-ID TO KH-CLIENT-ID.
           MOVE CTR-API-KEY   TO KH-API-KEY.
           CALL "keyhash" USING KEYHASH-PARAMS.
           MOVE KH-DIGEST TO CLNT-KEY-HASH.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE CTR-CLIENT-ID TO CLREJECT-CLIENT-ID.
           MOVE CTR-CODE      TO CLREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.
