      ******************************************************************
      *
      * Service-Hold Check Subroutine
      * ==============================
      *
      * CALLed by achorig, corresp, dunlettr, latechg, bureauex and
      * collque with one account and the hold type that governs the
      * work about to be done on it.  The account is held when the
      * ACCTHOLD file carries an ACTIVE hold of that type whose
      * start date has come and whose expiry date (zero for a hold
      * standing until released) has not passed.  A site with no
      * hold file holds nothing.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. svchold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTHOLD ASSIGN TO "ACCTHOLD"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HOLD-KEY
           FILE STATUS IS WS-ACCTHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared account service-hold record; see holdrec.cpy.
       FD ACCTHOLD.
           COPY "holdrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-ACCTHOLD-STATUS  PIC X(02) VALUE "00".
           01 WS-ACCTHOLD-OPEN    PIC X(01) VALUE "N".
           01 WS-FIRST-CALL       PIC X(01) VALUE "Y".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
           COPY "svhparm.cpy".

       PROCEDURE DIVISION USING BY REFERENCE SVH-PARAMS.

       000-MAIN.
           IF SVH-FN-CLOSE
               IF WS-ACCTHOLD-OPEN = "Y"
                   CLOSE ACCTHOLD
                   MOVE "N" TO WS-ACCTHOLD-OPEN
               END-IF
               MOVE "Y" TO WS-FIRST-CALL
               GOBACK
           END-IF.

           IF WS-FIRST-CALL = "Y"
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 100-OPEN-HOLD-FILE
               MOVE "N" TO WS-FIRST-CALL
           END-IF.

           MOVE "N"    TO SVH-RESULT.
           MOVE SPACES TO SVH-REASON.
           IF WS-ACCTHOLD-OPEN = "N"
               GOBACK
           END-IF.

           MOVE SVH-ACCT TO HOLD-ACCT-NO.
           MOVE SVH-TYPE TO HOLD-TYPE.
           READ ACCTHOLD
               INVALID KEY
                   GOBACK
           END-READ.
           IF HOLD-ST-ACTIVE
                   AND HOLD-START-DATE <= WS-RUN-DATE
                   AND (HOLD-EXPIRY-DATE = 0
                        OR HOLD-EXPIRY-DATE >= WS-RUN-DATE)
               MOVE "H"         TO SVH-RESULT
               MOVE HOLD-REASON TO SVH-REASON
           END-IF.
           GOBACK.

       100-OPEN-HOLD-FILE.
      * holdmaint creates the hold file with the first hold placed;
      * until then there is nothing to hold.
           OPEN INPUT ACCTHOLD.
           IF WS-ACCTHOLD-STATUS = "00"
               MOVE "Y" TO WS-ACCTHOLD-OPEN
           END-IF.
