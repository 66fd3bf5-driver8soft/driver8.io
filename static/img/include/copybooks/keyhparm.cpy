      ******************************************************************
      *
      * Shared API-key digest parameter record
      * =======================================
      *
      * The record keyhash is CALLed with: a client id and an API
      * key going in, the SHA-256 digest of the key salted with the
      * id coming back as 64 hex digits.  clntmain digests a new
      * key into the registry with it and grpcauth digests a
      * caller's key to compare, so the two can never disagree on
      * the arithmetic.
      *
      ******************************************************************
       01 KEYHASH-PARAMS.
           05 KH-CLIENT-ID       PIC X(16).
           05 KH-API-KEY         PIC X(64).
           05 KH-DIGEST          PIC X(64).
