      ******************************************************************
      *
      * Shared sanctions screening parameter record
      * ============================================
      *
      * The record a program CALLs "ofacchk" with to screen one name
      * against the SDN sanctions list: what kind of party it is
      * (B boarded borrower, C customer, A assuming borrower, P
      * escrow payee), the party's id - the account for a borrower,
      * the customer number for a customer, the payee name itself
      * for a payee so one disposition covers the payee on every
      * account - the name, the address where the caller has one,
      * and the calling program.  ofacchk comes back with OFAC-HIT
      * when any list entry scores at or over the match threshold
      * and is not a hit already cleared for this same name, along
      * with the best-scoring entry.  OFAC-NO-LIST means no "sdnlist"
      * file was found and nothing was screened.  Function "C"
      * closes the hit file at the end of the caller's run.
      *
      ******************************************************************
       01 OFAC-PARAMS.
           05 OFAC-FUNCTION    PIC X(01).
               88 OFAC-FN-SCREEN  VALUE "S".
               88 OFAC-FN-CLOSE   VALUE "C".
           05 OFAC-PARTY-TYPE  PIC X(01).
           05 OFAC-PARTY-ID    PIC X(20).
           05 OFAC-NAME        PIC X(30).
           05 OFAC-ADDR        PIC X(40).
           05 OFAC-CALLER      PIC X(10).
           05 OFAC-RESULT      PIC X(01).
               88 OFAC-CLEAR      VALUE "C".
               88 OFAC-HIT        VALUE "H".
               88 OFAC-NO-LIST    VALUE "N".
           05 OFAC-SDN-ID      PIC X(10).
           05 OFAC-SCORE       PIC 9(03).
