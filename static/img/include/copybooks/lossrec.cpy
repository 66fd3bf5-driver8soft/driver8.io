      ******************************************************************
      *
      * Shared hazard-insurance loss-draft record
      * ==========================================
      *
      * One record per insurance claim on the indexed LOSSDRFT
      * file, keyed by account and the carrier's claim number and
      * tied to the account's HAZPOLCY policy.  Claim proceeds made
      * payable to us and the borrower are held here as a restricted
      * balance, never mixed with the ESCROWSL tax and insurance
      * balance.  lossdrft records each draft received and each
      * repair inspection's percent complete, and releases the held
      * funds in LD-INSTALLMENTS equal installments (thirds unless
      * the claim says otherwise) only as the inspections show the
      * repair has earned them; the claim closes once the repair is
      * complete and nothing is held.  lossrpt reports open claims
      * monthly.
      *
      ******************************************************************
       01 LD-RECORD.
           05 LD-KEY.
               10 LD-ACCT-NO         PIC X(10).
               10 LD-CLAIM-NO        PIC X(15).
           05 LD-CARRIER             PIC X(20).
           05 LD-POLICY-NO           PIC X(15).
      * Payee on the release checks - the borrower, or the borrower
      * and the contractor as the draft was endorsed.
           05 LD-PAYEE               PIC X(20).
           05 LD-OPEN-DATE           PIC 9(08).
           05 LD-STATUS              PIC X(01).
               88 LD-OPEN                VALUE "O".
               88 LD-CLOSED              VALUE "C".
           05 LD-CLOSE-DATE          PIC 9(08).
           05 LD-INSTALLMENTS        PIC 9(01).
           05 LD-RECEIVED-TOTAL      PIC 9(09)V9(02).
           05 LD-RELEASED-TOTAL      PIC 9(09)V9(02).
           05 LD-HELD-BALANCE        PIC 9(09)V9(02).
           05 LD-RELEASE-COUNT       PIC 9(02).
           05 LD-LAST-RELEASE-DATE   PIC 9(08).
      * Latest inspection: date and percent of the repair complete.
           05 LD-INSP-DATE           PIC 9(08).
           05 LD-PCT-COMPLETE        PIC 9(03).
