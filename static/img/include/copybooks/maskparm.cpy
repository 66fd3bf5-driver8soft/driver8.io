      ******************************************************************
      *
      * Shared masking parameter record
      * ================================
      *
      * The record maskdata is CALLed with: a value going in and the
      * same value coming back masked to its last four characters,
      * everything ahead of them overprinted with asterisks.  Every
      * report, console screen and mart load that shows a bank
      * account, a routing number, a wire account, or a customer's
      * name or address passes it through here first, so the rule
      * is written once.  A value of four characters or fewer comes
      * back as it went in.
      *
      ******************************************************************
       01 MASK-PARAMS.
           05 MASK-VALUE         PIC X(40).
