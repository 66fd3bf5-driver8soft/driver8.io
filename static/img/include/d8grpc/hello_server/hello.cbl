       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Declare program variables 
      * Shared gRPC client-check parameter record; see grpcauth.cpy.
           COPY "grpcauth.cpy".

       LINKAGE SECTION.
      * Data to share with COBOL subroutines 
       01 RECORD-TYPE.
           05 OUTPUT-PARM.
               10 PARM1         PIC X(07).
               10 PARM2         PIC X(10).
      * Shared gRPC caller record; see grpccall.cpy.
           COPY "grpccall.cpy".
       PROCEDURE DIVISION USING RECORD-TYPE GRPC-CALLER.
      * Even the greeting is only for a caller grpcauth lets in.
           MOVE "Hello" TO GAUTH-METHOD.
           MOVE SPACES TO GAUTH-ACCT-NO.
           SET GAUTH-CHECK TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           IF GAUTH-REFUSED
              MOVE SPACES TO PARM1
              MOVE "REFUSED" TO PARM2
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "Hello," TO PARM1.

           IF INPUT-NAME IS EQUAL TO (SPACES OR LOW-VALUES) 
              MOVE 0 TO RETURN-CODE
           END-IF.

           IF RETURN-CODE = 0
              MOVE "OK" TO GAUTH-MESSAGE
           ELSE
              MOVE "NO NAME GIVEN" TO GAUTH-MESSAGE
           END-IF.
           MOVE RETURN-CODE TO GAUTH-RC.
           SET GAUTH-LOG TO TRUE.
           CALL "grpcauth" USING GAUTH-PARAMS GRPC-CALLER.
           MOVE GAUTH-RC TO RETURN-CODE.

           GOBACK.
           
