      ******************************************************************
      *
      * Shared daily cash proof status record
      * ======================================
      *
      * The night's cash proof verdict on the "cashstat" file, one
      * line written by cashprf: the business date proved, the
      * difference left on each of the three proofs - receipts,
      * ACH, and GL cash - the ACH returns no draft could be found
      * for, and the result.  cashprf empties the file before it
      * starts, so a run that was refused leaves no verdict behind
      * for eonstat to mistake for tonight's.
      *
      ******************************************************************
       01 CASH-STAT-REC.
           05 CSTA-BUS-DATE     PIC 9(08).
           05 FILLER            PIC X(01).
           05 CSTA-RECEIPTS-DIFF PIC S9(11)V9(02)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X(01).
           05 CSTA-ACH-DIFF     PIC S9(11)V9(02)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X(01).
           05 CSTA-GL-DIFF      PIC S9(11)V9(02)
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X(01).
           05 CSTA-UNMATCHED    PIC 9(06).
           05 FILLER            PIC X(01).
      * B = every proof within tolerance, O = out of balance,
      * N = not proven (no opening suspense balance on file yet).
           05 CSTA-RESULT       PIC X(01).
               88 CSTA-BALANCED      VALUE "B".
               88 CSTA-OUT-OF-BALANCE VALUE "O".
               88 CSTA-NOT-PROVEN    VALUE "N".
