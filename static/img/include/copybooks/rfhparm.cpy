      ******************************************************************
      *
      * Shared red-flags hold parameter record
      * =======================================
      *
      * The record payoffpr and achorig CALL "rfhold" with to ask
      * whether an account is under an open red-flags alert: the
      * account and the calling program.  rfhold comes back with
      * RFH-HELD when the alert is open and no released REDFLAG
      * clearance is waiting for it on the approval queue, along
      * with the rule that fired.  Function "C" closes the alert
      * file at the end of the caller's run.
      *
      ******************************************************************
       01 RFH-PARAMS.
           05 RFH-FUNCTION     PIC X(01).
               88 RFH-FN-CHECK    VALUE "S".
               88 RFH-FN-CLOSE    VALUE "C".
           05 RFH-ACCT         PIC X(10).
           05 RFH-CALLER       PIC X(10).
           05 RFH-RESULT       PIC X(01).
               88 RFH-HELD        VALUE "H".
               88 RFH-NOT-HELD    VALUE "N".
           05 RFH-RULE-ID      PIC X(04).
