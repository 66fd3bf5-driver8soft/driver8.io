      * it was written off, the balance written off (the scheduled
      * balance as of the charge-off month), the recoveries posted
      * against it since, and who authorized it under what reason
      * code.  The unrecovered corporate advances (recoverable and
      * non-recoverable, off CORPADV) and servicer P&I advances (off
      * PIADVNC) standing at charge-off are carried alongside for
      * the loss calculation.  Written by chargoff, recoveries
      * posted by recovpst, and the year-end 1099-C
      * cancellation-of-debt extract reads the remaining uncollected
      * balance off it.
      *
      ******************************************************************
       01 CHGOFF-REC.
           05 CHGOFF-OPERATOR    PIC X(08).
           05 FILLER             PIC X(01).
           05 CHGOFF-REASON      PIC X(03).
           05 FILLER             PIC X(01).
           05 CHGOFF-CORP-ADVANCE PIC 9(09)V9(02).
           05 FILLER             PIC X(01).
           05 CHGOFF-CORP-NONREC PIC 9(09)V9(02).
           05 FILLER             PIC X(01).
           05 CHGOFF-PI-ADVANCE  PIC 9(09)V9(02).
