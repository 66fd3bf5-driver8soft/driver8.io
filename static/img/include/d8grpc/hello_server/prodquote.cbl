       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodquote.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Declare program variables
      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Data to share with COBOL subroutines.  The ProductQuote
      * request's borrower terms going in and the one-line-per-
      * product answer coming back, handed straight to "eligquot"
      * the same way LoanQuote's record is handed to "loancalc".
      * Shared eligibility parameter record; see eligparm.cpy.
           COPY "eligparm.cpy".

      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING ELIG-PARAMS GRPC-CALLER.
      * Nothing is quoted for a caller grpcauth does not let in.
           MOVE "ProductQuote" TO GAUTH-METHOD.
           MOVE SPACES TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO ELIG-ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      * The caller is only expected to fill in the principal, rate,
      * and term; a blank frequency quotes monthly, and a request
      * with no pricing inputs gets each product at its base rate.
           IF ELIG-PAY-FREQ = SPACE
               MOVE 'M' TO ELIG-PAY-FREQ
           END-IF.
           IF ELIG-SOURCE = SPACES
               MOVE "PRODQUOTE" TO ELIG-SOURCE
           END-IF.

           CALL "eligquot" USING ELIG-PARAMS.

           IF ELIG-ERROR-MSG = "OK"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE
           END-IF.

           MOVE ELIG-ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.

           GOBACK.
