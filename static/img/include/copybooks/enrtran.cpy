      ******************************************************************
      *
      * Shared enrollment maintenance transaction record
      * =================================================
      *
      * One enrmaint transaction: the code, the account, and the
      * whole election as it should stand.  Keyed by the back
      * office onto the "etrans" file, and written by achpnote onto
      * the "noctran" file as a "C" for each notification of change
      * the bank sends back with corrected bank details; achpnote
      * fills the fields the notice leaves alone from PAYENROL, so a
      * change always carries the whole election.  A keyed
      * transaction leaves the NOC change code blank.
      *
      ******************************************************************
       01 TRANS-REC.
           05 ETRAN-CODE         PIC X(01).
           05 ETRAN-ACCT-NO      PIC X(10).
           05 FILLER             PIC X(01).
           05 ETRAN-PAY-FREQ     PIC X(01).
           05 FILLER             PIC X(01).
           05 ETRAN-EXTRA-PMT    PIC 9(07)V9(02).
           05 FILLER             PIC X(01).
           05 ETRAN-ACH-FLAG     PIC X(01).
           05 FILLER             PIC X(01).
           05 ETRAN-ABA          PIC 9(09).
           05 FILLER             PIC X(01).
           05 ETRAN-BANK-ACCT    PIC X(17).
           05 FILLER             PIC X(01).
      * C checking, S savings; blank is checking.
           05 ETRAN-ACCT-TYPE    PIC X(01).
               88 ETRAN-TYPE-VALID    VALUE "C", "S", SPACE.
           05 FILLER             PIC X(01).
      * The bank's C-code on a notification of change.
           05 ETRAN-NOC-CODE     PIC X(03).
