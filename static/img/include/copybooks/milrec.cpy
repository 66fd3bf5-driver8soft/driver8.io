      ******************************************************************
      *
      * Shared servicemember military-status record
      * ============================================
      *
      * One record per borrower on active military duty, or lately
      * off it, on the indexed MILSTAT file keyed by account: the
      * active-duty start and end dates (end zero while still
      * serving), when and from what source the status was last
      * verified, and MIL-PROTECT-END, the last day the account is
      * protected - all nines while on duty, one year past the end
      * of service once it is known.  Maintained by milmaint, which
      * keeps MIL-PROTECT-END in step with the duty dates.  While
      * the run date falls between MIL-DUTY-START and
      * MIL-PROTECT-END, bcuota prices the account at no more than
      * the SCRA rate cap (and accrual, cashpost, suspwork, and
      * payoffpr figure its interest under the same cap), latechg
      * bills no late charge, dunlettr sends no dunning letter, and
      * statchg refuses a foreclosure referral - the same holds a
      * bankruptcy stay gets.  milexp reports the protections about
      * to run out.
      *
      ******************************************************************
       01 MIL-RECORD.
           05 MIL-ACCT-NO         PIC X(10).
           05 MIL-DUTY-START      PIC 9(08).
           05 MIL-DUTY-END        PIC 9(08).
           05 MIL-VERIFY-DATE     PIC 9(08).
      * DMDC (the Defense Manpower Data Center search), ORDERS (a
      * copy of the borrower's orders), or BORROWER (their word,
      * pending one of the other two).
           05 MIL-SOURCE          PIC X(08).
           05 MIL-PROTECT-END     PIC 9(08).
