      ******************************************************************
      *
      * Shared sign-on session parameter record
      * ========================================
      *
      * The record menu passes to the inquiry and collection screens
      * it CALLs: the operator id and role that signed on, so a
      * screen can refuse an account whose company the role may not
      * work (see complook).
      *
      ******************************************************************
       01 SESSION-PARAMS.
           05 SESS-OPER-ID     PIC X(08).
           05 SESS-ROLE        PIC X(01).
