      ******************************************************************
      *
      * Shared service-hold parameter record
      * =====================================
      *
      * The record achorig, corresp, dunlettr, latechg, bureauex
      * and collque CALL "svchold" with to ask whether an account is
      * under a service hold of one type on the run date: the
      * account, the hold type (see holdrec.cpy) and the calling
      * program.  svchold comes back with SVH-HELD and the hold's
      * reason when one is in force.  Function "C" closes the hold
      * file at the end of the caller's run.
      *
      ******************************************************************
       01 SVH-PARAMS.
           05 SVH-FUNCTION     PIC X(01).
               88 SVH-FN-CHECK    VALUE "S".
               88 SVH-FN-CLOSE    VALUE "C".
           05 SVH-ACCT         PIC X(10).
           05 SVH-TYPE         PIC X(03).
           05 SVH-CALLER       PIC X(10).
           05 SVH-RESULT       PIC X(01).
               88 SVH-HELD        VALUE "H".
               88 SVH-NOT-HELD    VALUE "N".
           05 SVH-REASON       PIC X(20).
