      ******************************************************************
      *
      * Shared corporate-advance activity journal record
      * =================================================
      *
      * One line per movement on the CORPADV corporate-advance
      * subledger, appended to the "corpact" file by whoever moved
      * it: DISBURSE from corpmain (with the disbursement type, the
      * recoverable flag, the payee, and the operator who keyed
      * it) and from insprslt for an inspection fee, COLLECT from
      * cashpost's receipt application and from payoffpr's payoff,
      * REVERSED from payrevrs when the receipt that collected it
      * is returned.
      * glinterf books the day's disbursements off it and
      * corpmain's report totals it, so the advance book is
      * provable end to end.
      *
      ******************************************************************
       01 CORPACT-REC.
           05 CORPACT-ACC         PIC X(10).
           05 FILLER              PIC X(01).
           05 CORPACT-DATE        PIC 9(08).
           05 FILLER              PIC X(01).
           05 CORPACT-TYPE        PIC X(08).
           05 FILLER              PIC X(01).
      * ATTORNEY, INSPECT, PRESERVE, or TITLE on a disbursement;
      * blank on a collection.
           05 CORPACT-CATEGORY    PIC X(08).
           05 FILLER              PIC X(01).
      * Y recoverable from the borrower, N not.
           05 CORPACT-RECOVERABLE PIC X(01).
           05 FILLER              PIC X(01).
           05 CORPACT-AMOUNT      PIC 9(07)V9(02).
           05 FILLER              PIC X(01).
           05 CORPACT-PAYEE       PIC X(20).
           05 FILLER              PIC X(01).
           05 CORPACT-OPERATOR    PIC X(08).
