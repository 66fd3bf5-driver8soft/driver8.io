      * standing off the PAYHIST items, the next due date and
      * balance off the SCHEDMST store, and a payoff estimate
      * through loancalc - so the portal team stops screen-scraping
      * nothing and the call center stops absorbing it all.  The
      * caller is checked, and the call logged, through grpcauth.
      * The picture itself is put together by acctlook, which
      * opens and closes its files per call, the way acctinq's
      * gather paragraphs work, since the server process is
      * long-running.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. acctstat.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Shared account-status parameter record; see acctparm.cpy.
           COPY "acctparm.cpy".
      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".

       PROCEDURE DIVISION USING ACCT-PARAMS GRPC-CALLER.

       000-MAIN.
           INITIALIZE ACCT-OUTPUT-MSG.
           MOVE "AccountStatus" TO GAUTH-METHOD.
           MOVE REQ-ACCT-NO TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
               MOVE GAUTH-MESSAGE TO STA-ERROR-MSG
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           CALL "acctlook" USING ACCT-PARAMS.

           MOVE STA-ERROR-MSG TO GAUTH-MESSAGE.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.
           GOBACK.
