      ******************************************************************
      *
      * Shared gRPC client-check parameter record
      * ==========================================
      *
      * The record an RPC handler CALLs grpcauth with, twice a call:
      * once with GAUTH-CHECK set, naming the method and the
      * account the call is about (blank when it is about none),
      * before any work is done, and once with GAUTH-LOG set, with
      * the handler's outcome message and return code, when the
      * work is finished.  A refused check comes back with the
      * standard refusal in GAUTH-MESSAGE for the handler to
      * answer with and return code 4, and has already been
      * logged.  GAUTH-START-TIME is grpcauth's own, carried from
      * the check to the log for the elapsed time.
      *
      ******************************************************************
       01 GAUTH-PARAMS.
           05 GAUTH-FUNCTION     PIC X(01).
               88 GAUTH-CHECK        VALUE "C".
               88 GAUTH-LOG          VALUE "L".
           05 GAUTH-METHOD       PIC X(16).
           05 GAUTH-ACCT-NO      PIC X(10).
           05 GAUTH-RESULT       PIC X(01).
               88 GAUTH-ALLOWED      VALUE "A".
               88 GAUTH-REFUSED      VALUE "R".
           05 GAUTH-MESSAGE      PIC X(20).
           05 GAUTH-RC           PIC 9(02).
           05 GAUTH-START-TIME   PIC 9(08).
