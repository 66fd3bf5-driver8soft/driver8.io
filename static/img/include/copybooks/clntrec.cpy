      ******************************************************************
      *
      * Shared gRPC client registry record
      * ===================================
      *
      * One record per client system allowed to call the gRPC
      * server, on the indexed GRPCCLNT registry keyed by client
      * id.  The API key itself is never held: CLNT-KEY-HASH is
      * keyhash's digest of the key salted with the client id, and
      * a caller's key is digested the same way to be compared.
      * CLNT-METHOD lists the RPC methods the client may call by
      * name ("*ALL" for every one), and CLNT-DAILY-QUOTA caps its
      * calls a day; grpcauth counts the day's calls in
      * CLNT-USE-DATE/CLNT-USE-COUNT as it lets each one through.
      * Maintained by clntmain.
      *
      ******************************************************************
       01 CLIENT-REC.
           05 CLNT-ID            PIC X(16).
           05 CLNT-NAME          PIC X(30).
           05 CLNT-KEY-HASH      PIC X(64).
           05 CLNT-ACTIVE        PIC X(01).
               88 CLNT-IS-ACTIVE     VALUE "Y".
           05 CLNT-DAILY-QUOTA   PIC 9(07).
           05 CLNT-METHOD        PIC X(16) OCCURS 10 TIMES.
           05 CLNT-USE-DATE      PIC 9(08).
           05 CLNT-USE-COUNT     PIC 9(07).
           05 CLNT-ADDED-DATE    PIC 9(08).
           05 CLNT-CHANGED-DATE  PIC 9(08).
