           05 MONTHS-SAVED          PIC S9(3)      USAGE IS DISPLAY.
           05 BIWK-ERROR-MSG        PIC X(20).

      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Data to share with the gRPC glue: the BiweeklySavings
      * request's loan terms going in, the monthly-versus-biweekly
           05 BQ-MONTHS-SAVED   PIC S9(3)      USAGE IS DISPLAY.
           05 BQ-ERROR-MSG      PIC X(20).

      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING BIWK-QUOTE-PARMS GRPC-CALLER.
      * Nothing is compared for a caller grpcauth does not let in.
           MOVE "BiweeklySavings" TO GAUTH-METHOD.
           MOVE SPACES TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO BQ-ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE LOAN-PARAMS.
           MOVE 4 TO COMMAREA-VERSION.
           MOVE BQ-PRIN-AMT   TO PRIN-AMT.
               MOVE 2 TO RETURN-CODE
           END-IF.

           MOVE BQ-ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.

           GOBACK.
