      * Escrow Disbursement Check Reconciliation
      * =========================================
      *
      * Closes the loop on the checks escrowsl cuts, and the
      * loss-draft releases lossdrft adds to them: the running
      * "chkoutst" outstanding-check file is carried forward, the
      * cycle's newly issued checks on "checks" are added to it, and
      * the bank's cleared-items file "clrchks" is matched off
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OUTSTANDING-STATUS.

      * The cycle's newly issued checks from escrowsl and lossdrft;
      * optional on a run with no disbursement cycle.
           SELECT CHECK-FILE ASSIGN TO "checks"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
