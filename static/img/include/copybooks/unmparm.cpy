      ******************************************************************
      *
      * Shared unmasked-view parameter record
      * ======================================
      *
      * The record unmaskvw is CALLed with: the account whose screen
      * is to be shown unmasked going in; whether the view was
      * granted, and to which operator, coming back.  acctinq,
      * collwork and histinq all ask through it, so the role rule
      * and the "activlog" trail are the same wherever a masked
      * screen offers an unmasked one.
      *
      ******************************************************************
       01 UNMASK-PARAMS.
           05 UNM-ACCT           PIC X(10).
           05 UNM-GRANTED        PIC X(01).
               88 UNM-IS-GRANTED      VALUE "Y".
           05 UNM-OPER-ID        PIC X(08).
