      ******************************************************************
      *
      * Shared gRPC caller record
      * ==========================
      *
      * Who is calling: the client id and API key the gRPC glue
      * lifts from the call's "client-id" and "api-key" metadata
      * and hands every RPC handler as its second parameter, beside
      * the handler's own request record.  The handler passes it
      * to grpcauth untouched and never keeps or returns the key.
      * Handlers are called only by the glue.  A COBOL program that
      * needs what a handler answers CALLs the routine behind it -
      * acctlook, loancalc, eligquot and the like - directly; a
      * handler given no caller record is refused by grpcauth as an
      * unknown client.
      *
      ******************************************************************
       01 GRPC-CALLER.
           05 GCALL-CLIENT-ID    PIC X(16).
           05 GCALL-API-KEY      PIC X(64).
