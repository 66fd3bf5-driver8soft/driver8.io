       IDENTIFICATION DIVISION.
       PROGRAM-ID. affquote.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Declare program variables
      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Data to share with COBOL subroutines.  The Affordability
      * request's income, debts, target ratio, rate, term, escrow
      * and PMI going in and the maximum loan coming back, handed
      * straight to "afford" the same way LoanQuote's record is
      * handed to "loancalc".
      * Shared affordability parameter record; see affparm.cpy.
           COPY "affparm.cpy".

      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING AFF-PARAMS GRPC-CALLER.
      * Nothing is solved for a caller grpcauth does not let in.
           MOVE "Affordability" TO GAUTH-METHOD.
           MOVE SPACES TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO AFF-ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      * Escrow and PMI are estimates the caller may leave off; a
      * blank field is taken as none rather than refused.
           IF AFF-ESCROW NOT NUMERIC
               MOVE 0 TO AFF-ESCROW
           END-IF.
           IF AFF-PMI NOT NUMERIC
               MOVE 0 TO AFF-PMI
           END-IF.
           IF AFF-SOURCE = SPACES
               MOVE "AFFQUOTE" TO AFF-SOURCE
           END-IF.

           CALL "afford" USING AFF-PARAMS.

           IF AFF-ERROR-MSG = "OK"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE
           END-IF.

           MOVE AFF-ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.

           GOBACK.
