           05 BREAKEVEN-MONTHS  PIC S9(5)      USAGE IS DISPLAY.
           05 REFI-ERROR-MSG    PIC X(20).

      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Data to share with the gRPC glue: the RefiCompare request's
      * current and proposed terms plus the refinance cost going in,
           05 RQ-BREAKEVEN-MONTHS PIC S9(5)    USAGE IS DISPLAY.
           05 RQ-ERROR-MSG      PIC X(20).

      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING REFI-QUOTE-PARMS GRPC-CALLER.
      * Nothing is compared for a caller grpcauth does not let in.
           MOVE "RefiCompare" TO GAUTH-METHOD.
           MOVE SPACES TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO RQ-ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      * Build the two full scenarios from the request's terms and
      * let reficomp do the comparison the desk already trusts.
           INITIALIZE CURRENT-LOAN-PARAMS.
               MOVE 2 TO RETURN-CODE
           END-IF.

           MOVE RQ-ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.

           GOBACK.
