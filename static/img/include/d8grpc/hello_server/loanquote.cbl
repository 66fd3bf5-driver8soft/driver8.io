       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Declare program variables
      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Data to share with COBOL subroutines.  Mirrors loancalc's own
      * LOAN-PARAMS layout field for field (see loancalc.cbl and
      * the same way the Hello RPC's RECORD-TYPE is handed to "hello".
      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".
      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING LOAN-PARAMS GRPC-CALLER.
      * Nothing is quoted for a caller grpcauth does not let in.
           MOVE "LoanQuote" TO GAUTH-METHOD.
           MOVE SPACES TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

      * The caller is only expected to fill in PRIN-AMT/INT-RATE/
      * TIMEYR; default the rest of INPUT-MSG so a quote request
      * behaves like a plain level-payment calculation with no
      * schedule, extra principal, or balloon term attached.  A
      * caller sending COMMAREA-VERSION 7 with PRICE-PRODUCT and
      * the borrower's pricing inputs gets the quote risk-priced,
      * the adjusted rate and its adjustments in OUTPUT-MSG.
           IF SCHED-REQUEST NOT = 'Y'
               MOVE SPACE TO SCHED-REQUEST
           END-IF.
               MOVE 2 TO RETURN-CODE
           END-IF.

           MOVE ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.

           GOBACK.
