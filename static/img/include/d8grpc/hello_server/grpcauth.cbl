      ******************************************************************
      *
      * gRPC Client Check and Call Log
      * ===============================
      *
      * grpcconfig gives the server TLS, but TLS does not say who is
      * calling.  Every RPC handler CALLs this routine before it
      * does any work, with the GRPC-CALLER record the glue built
      * from the call's metadata, and again when it is done.  The
      * check looks the client up on the GRPCCLNT registry and
      * refuses an unknown client, a key that does not digest to
      * the registered one, a disabled client, a method the client
      * is not entitled to, and a call over the client's daily
      * quota; a call handed no caller record at all is refused as
      * an unknown client and logged with a blank client id.  The
      * caller is told only the standard refusal - CALL QUOTA
      * EXCEEDED for the quota, CLIENT NOT AUTHORIZED for the rest
      * - while the call log records the real reason.  A missing
      * registry refuses everything.  Every call, refused or
      * answered, is appended to "grpclog" with the client, the
      * method, the account, the outcome and the elapsed time, so
      * security can see who pulled which account.  Files are
      * opened and closed per call, the way acctlook works, since
      * the server process is long-running.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grpcauth.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-REG ASSIGN TO "GRPCCLNT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CLNT-ID
           FILE STATUS IS WS-CLIENT-STATUS.

           SELECT GRPC-LOG ASSIGN TO "grpclog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared gRPC client registry record; see clntrec.cpy.
       FD CLIENT-REG.
           COPY "clntrec.cpy".

      * Shared gRPC call log record; see grpclog.cpy.
       FD GRPC-LOG.
           COPY "grpclog.cpy".

       WORKING-STORAGE SECTION.
           01 WS-CLIENT-STATUS    PIC X(02) VALUE "00".
           01 WS-LOG-STATUS       PIC X(02) VALUE "00".
           01 WS-TODAY            PIC 9(08) VALUE ZEROES.
           01 WS-NOW              PIC 9(08) VALUE ZEROES.
           01 WS-REASON           PIC X(20) VALUE SPACES.
           01 WS-METHOD-OK        PIC X(01) VALUE "N".
           01 WS-METHOD-IDX       PIC 9(02) VALUE ZEROES.

      * Elapsed time, in hundredths of a second since midnight.
           01 WS-TIME-HHMMSSCC.
               05 WS-TIME-HH       PIC 9(02).
               05 WS-TIME-MM       PIC 9(02).
               05 WS-TIME-SS       PIC 9(02).
               05 WS-TIME-CC       PIC 9(02).
           01 WS-TIME-N REDEFINES WS-TIME-HHMMSSCC PIC 9(08).
           01 WS-START-HUND       PIC 9(07) VALUE ZEROES.
           01 WS-END-HUND         PIC 9(07) VALUE ZEROES.
           01 WS-ELAPSED          PIC S9(08) VALUE ZEROES.

      * Shared API-key digest parameter record; see keyhparm.cpy.
           COPY "keyhparm.cpy".

       LINKAGE SECTION.
      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".
      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING GAUTH-PARAMS GRPC-CALLER.

       000-MAIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           IF GAUTH-CHECK
               PERFORM 100-CHECK-CLIENT
           ELSE
               PERFORM 300-LOG-CALL
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       100-CHECK-CLIENT.
      * A call that comes without a caller record at all is refused
      * as an unknown client before the record is touched, so every
      * handler fails closed the same way.
           MOVE WS-NOW TO GAUTH-START-TIME.
           MOVE SPACES TO WS-REASON.
           IF ADDRESS OF GRPC-CALLER = NULL
               MOVE "UNKNOWN CLIENT" TO WS-REASON
           ELSE
               PERFORM 150-LOOK-UP-CLIENT
           END-IF.

           IF WS-REASON = SPACES
               SET GAUTH-ALLOWED TO TRUE
               MOVE SPACES TO GAUTH-MESSAGE
               MOVE 0 TO GAUTH-RC
           ELSE
               SET GAUTH-REFUSED TO TRUE
               MOVE 4 TO GAUTH-RC
               MOVE WS-REASON TO GAUTH-MESSAGE
               PERFORM 300-LOG-CALL
               IF WS-REASON = "QUOTA EXCEEDED"
                   MOVE "CALL QUOTA EXCEEDED" TO GAUTH-MESSAGE
               ELSE
                   MOVE "CLIENT NOT AUTHORIZED" TO GAUTH-MESSAGE
               END-IF
           END-IF.

       150-LOOK-UP-CLIENT.
           OPEN I-O CLIENT-REG.
           IF WS-CLIENT-STATUS NOT = "00"
               MOVE "REGISTRY UNAVAILABLE" TO WS-REASON
           ELSE
               MOVE GCALL-CLIENT-ID TO CLNT-ID
               READ CLIENT-REG
                   INVALID KEY
                       MOVE "UNKNOWN CLIENT" TO WS-REASON
                   NOT INVALID KEY
                       PERFORM 200-CHECK-REGISTERED-CLIENT
               END-READ
               CLOSE CLIENT-REG
           END-IF.
           IF GCALL-CLIENT-ID = SPACES
               MOVE "UNKNOWN CLIENT" TO WS-REASON
           END-IF.

       200-CHECK-REGISTERED-CLIENT.
      * The key first, so a caller without it learns nothing of the
      * client's standing; then the client's standing, entitlement
      * and quota.  Only a call let through is counted.
           MOVE GCALL-CLIENT-ID TO KH-CLIENT-ID.
           MOVE GCALL-API-KEY   TO KH-API-KEY.
           CALL "keyhash" USING KEYHASH-PARAMS.

           MOVE "N" TO WS-METHOD-OK.
           PERFORM VARYING WS-METHOD-IDX FROM 1 BY 1
                   UNTIL WS-METHOD-IDX > 10
               IF CLNT-METHOD(WS-METHOD-IDX) = GAUTH-METHOD
                       OR CLNT-METHOD(WS-METHOD-IDX) = "*ALL"
                   MOVE "Y" TO WS-METHOD-OK
               END-IF
           END-PERFORM.
           IF CLNT-USE-DATE NOT = WS-TODAY
               MOVE WS-TODAY TO CLNT-USE-DATE
               MOVE 0 TO CLNT-USE-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN GCALL-API-KEY = SPACES
               WHEN KH-DIGEST NOT = CLNT-KEY-HASH
                   MOVE "BAD API KEY" TO WS-REASON
               WHEN NOT CLNT-IS-ACTIVE
                   MOVE "CLIENT DISABLED" TO WS-REASON
               WHEN WS-METHOD-OK = "N"
                   MOVE "METHOD NOT ALLOWED" TO WS-REASON
               WHEN CLNT-USE-COUNT >= CLNT-DAILY-QUOTA
                   MOVE "QUOTA EXCEEDED" TO WS-REASON
               WHEN OTHER
                   ADD 1 TO CLNT-USE-COUNT
                   REWRITE CLIENT-REC
                       INVALID KEY
                           MOVE "REGISTRY UNAVAILABLE" TO WS-REASON
                   END-REWRITE
           END-EVALUATE.

       300-LOG-CALL.
      * The caller's return code and message as the handler set
      * them; the elapsed time runs from the check, across
      * midnight if need be.
           MOVE GAUTH-START-TIME TO WS-TIME-N.
           COMPUTE WS-START-HUND =
                   WS-TIME-HH * 360000 + WS-TIME-MM * 6000
                   + WS-TIME-SS * 100 + WS-TIME-CC.
           MOVE WS-NOW TO WS-TIME-N.
           COMPUTE WS-END-HUND =
                   WS-TIME-HH * 360000 + WS-TIME-MM * 6000
                   + WS-TIME-SS * 100 + WS-TIME-CC.
           COMPUTE WS-ELAPSED = WS-END-HUND - WS-START-HUND.
           IF WS-ELAPSED < 0
               ADD 8640000 TO WS-ELAPSED
           END-IF.

           OPEN EXTEND GRPC-LOG.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT GRPC-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "GRPCLOG OPEN FAILED, STATUS: " WS-LOG-STATUS
           ELSE
               MOVE SPACES TO GRPC-LOG-REC
               MOVE WS-TODAY        TO GLOG-DATE
               MOVE WS-NOW          TO GLOG-TIME
               IF ADDRESS OF GRPC-CALLER = NULL
                   MOVE SPACES          TO GLOG-CLIENT-ID
               ELSE
                   MOVE GCALL-CLIENT-ID TO GLOG-CLIENT-ID
               END-IF
               MOVE GAUTH-METHOD    TO GLOG-METHOD
               MOVE GAUTH-ACCT-NO   TO GLOG-ACCT-NO
               EVALUATE TRUE
                   WHEN GAUTH-CHECK
                       SET GLOG-REFUSED TO TRUE
                   WHEN GAUTH-RC = 0
                       SET GLOG-OK TO TRUE
                   WHEN OTHER
                       SET GLOG-FAILED TO TRUE
               END-EVALUATE
               MOVE GAUTH-RC        TO GLOG-RC
               MOVE GAUTH-MESSAGE   TO GLOG-MESSAGE
               MOVE WS-ELAPSED      TO GLOG-ELAPSED
               WRITE GRPC-LOG-REC
               CLOSE GRPC-LOG
           END-IF.
