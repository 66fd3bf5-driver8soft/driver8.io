      ******************************************************************
      *
      * API-Key Digest
      * ===============
      *
      * Turns a gRPC client's API key into the digest the GRPCCLNT
      * registry holds in its place, so the registry, its backups
      * and its unloads never carry a usable key.  The key is
      * salted with the client id, so two clients given the same
      * key do not share a digest, and run through SHA-256 from the
      * system's OpenSSL crypto library (libcrypto, linked in the
      * way libpq is for the pg programs); the 32-byte result comes
      * back as 64 lower-case hex digits.  Both clntmain, digesting
      * a newly issued key, and grpcauth, digesting a caller's, CALL
      * this one routine.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. keyhash.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * The salted key: the API key, then the client id.
           01 WS-HASH-INPUT.
               05 WS-HASH-KEY      PIC X(64).
               05 WS-HASH-SALT     PIC X(16).
      * The C size_t length SHA256() is passed by value.
           01 WS-HASH-LENGTH      USAGE BINARY-DOUBLE UNSIGNED
                                  VALUE 80.
           01 WS-SHA-RESULT       USAGE POINTER.

      * The raw digest, one byte at a time.
           01 WS-SHA-DIGEST.
               05 WS-SHA-BYTE      PIC X(01) OCCURS 32 TIMES.
           01 WS-BYTE-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-HEX-IDX          PIC 9(02) VALUE ZEROES.

      * A byte's value, read as the low byte of a halfword whose
      * high byte is zero, and its two hex digits.
           01 WS-CODE-HALFWORD.
               05 WS-CODE-HIGH     PIC X(01).
               05 WS-CODE-LOW      PIC X(01).
           01 WS-CODE-POINT REDEFINES WS-CODE-HALFWORD
                                  PIC 9(04) COMP.
           01 WS-NIBBLE-HIGH      PIC 9(02) VALUE ZEROES.
           01 WS-NIBBLE-LOW       PIC 9(02) VALUE ZEROES.
           01 WS-HEX-DIGITS       PIC X(16)
                                  VALUE "0123456789abcdef".

           01 WS-DIGEST           PIC X(64) VALUE SPACES.

       LINKAGE SECTION.
      * Shared API-key digest parameter record; see keyhparm.cpy.
           COPY "keyhparm.cpy".

       PROCEDURE DIVISION USING KEYHASH-PARAMS.

       000-MAIN.
           MOVE KH-API-KEY   TO WS-HASH-KEY.
           MOVE KH-CLIENT-ID TO WS-HASH-SALT.
           MOVE LOW-VALUES TO WS-SHA-DIGEST.
           MOVE LOW-VALUE TO WS-CODE-HIGH.
           CALL "SHA256" USING BY REFERENCE WS-HASH-INPUT
                BY VALUE WS-HASH-LENGTH
                BY REFERENCE WS-SHA-DIGEST
                RETURNING WS-SHA-RESULT END-CALL.
      * SHA256() hands back the digest's address, or NULL when the
      * library could not produce one; a blank digest matches no
      * registry entry, so no key is let through on a failure.
           IF WS-SHA-RESULT = NULL
               MOVE SPACES TO KH-DIGEST
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 100-HEX-ENCODE.
           MOVE WS-DIGEST TO KH-DIGEST.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       100-HEX-ENCODE.
           MOVE 1 TO WS-HEX-IDX.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 32
               MOVE WS-SHA-BYTE(WS-BYTE-IDX) TO WS-CODE-LOW
               DIVIDE WS-CODE-POINT BY 16
                   GIVING WS-NIBBLE-HIGH
                   REMAINDER WS-NIBBLE-LOW
               MOVE WS-HEX-DIGITS(WS-NIBBLE-HIGH + 1:1)
                   TO WS-DIGEST(WS-HEX-IDX:1)
               MOVE WS-HEX-DIGITS(WS-NIBBLE-LOW + 1:1)
                   TO WS-DIGEST(WS-HEX-IDX + 1:1)
               ADD 2 TO WS-HEX-IDX
           END-PERFORM.
