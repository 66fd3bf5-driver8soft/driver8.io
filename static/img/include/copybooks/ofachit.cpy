      ******************************************************************
      *
      * Shared sanctions screening hit record
      * ======================================
      *
      * One record per potential match on the indexed OFACHITS file,
      * keyed by the party type and id screened and the SDN entry it
      * matched.  Written by ofacchk as PENDING the first time the
      * party scores over the threshold against that entry, with the
      * name screened, the score, the list date, the date found, and
      * the program that found it.  Compliance records the outcome
      * through ofacdisp: CLEARED (a false positive - the same name
      * does not hold again against this entry) or CONFIRMED (a true
      * match, which holds for good), with the date and operator.
      * The file is the per-hit disposition history the examiners
      * review; a cleared hit whose party later screens under a
      * different name goes back to PENDING.
      *
      ******************************************************************
       01 OFAC-HIT-RECORD.
           05 OH-KEY.
               10 OH-PARTY-TYPE   PIC X(01).
               10 OH-PARTY-ID     PIC X(20).
               10 OH-SDN-ID       PIC X(10).
           05 OH-NAME             PIC X(30).
           05 OH-SDN-NAME         PIC X(40).
           05 OH-SCORE            PIC 9(03).
           05 OH-LIST-DATE        PIC 9(08).
           05 OH-FOUND-DATE       PIC 9(08).
           05 OH-FOUND-BY         PIC X(10).
           05 OH-DISPOSITION      PIC X(01).
               88 OH-PENDING          VALUE "P".
               88 OH-CLEARED          VALUE "C".
               88 OH-CONFIRMED        VALUE "F".
           05 OH-DISP-DATE        PIC 9(08).
           05 OH-DISP-OPERATOR    PIC X(08).
