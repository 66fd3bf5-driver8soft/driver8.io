      ******************************************************************
      *
      * Shared red-flags alert record
      * ==============================
      *
      * One record per account on the indexed RFALERTS file, keyed
      * by account.  Written OPEN by the nightly rfscan when the
      * account's recent activity matches a configured red-flags
      * sequence, with the rule that fired, the alert date and the
      * date of the last triggering event.  While OPEN, payoffpr
      * will not process the account's payoff notices and achorig
      * will not originate its ACH debit.  An operator clears the
      * alert by parking a REDFLAG entry for the account in
      * apprvctl; once a second operator releases it, the next hold
      * check through rfhold consumes the release and marks the
      * alert CLEARED with the date, the requesting operator and
      * the approver.  A cleared account alerts again only on
      * activity dated after the clear.
      *
      ******************************************************************
       01 RF-ALERT-REC.
           05 RFA-ACCT-NO         PIC X(10).
           05 RFA-RULE-ID         PIC X(04).
           05 RFA-ALERT-DATE      PIC 9(08).
           05 RFA-LAST-EVENT-DATE PIC 9(08).
           05 RFA-STATUS          PIC X(01).
               88 RFA-OPEN            VALUE "O".
               88 RFA-CLEARED         VALUE "C".
           05 RFA-CLEAR-DATE      PIC 9(08).
           05 RFA-CLEAR-OPER      PIC X(08).
           05 RFA-APPROVER        PIC X(08).
