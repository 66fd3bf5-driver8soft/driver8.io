      ******************************************************************
      *
      * Shared corporate-advance subledger record
      * ==========================================
      *
      * One record per account on the indexed CORPADV file: what the
      * servicer has paid out on the borrower's behalf in default
      * servicing - attorney fees on foreclosure files, property
      * inspections, property preservation, title work - and not
      * yet got back.  corpmain books each disbursement, typed and
      * flagged recoverable (billable to the borrower) or not, and
      * insprslt books the inspection vendor's fees.  The
      * recoverable balance is what the borrower owes: cashpost
      * collects it in the order the loan's product puts corporate
      * advances ("C" in PROD-APPLY-ORDER), payoffpr quotes and
      * collects it at payoff, payrevrs puts back what a returned
      * receipt collected, and the statement shows it.  The
      * non-recoverable balance is never billed; it is carried so
      * the loss on a foreclosure sale or charge-off counts it.
      * Every movement is also journaled on the "corpact" activity
      * file (see corpact.cpy).
      *
      ******************************************************************
       01 CORP-RECORD.
           05 CORP-ACCT-NO          PIC X(10).
           05 CORP-BALANCE          PIC S9(09)V9(02).
           05 CORP-NONREC-BALANCE   PIC S9(09)V9(02).
           05 CORP-DISBURSED-TOTAL  PIC 9(09)V9(02).
           05 CORP-RECOVERED-TOTAL  PIC 9(09)V9(02).
      * Life-to-date disbursed by type, recoverable or not.
           05 CORP-ATTORNEY-TOTAL   PIC 9(09)V9(02).
           05 CORP-INSPECT-TOTAL    PIC 9(09)V9(02).
           05 CORP-PRESERVE-TOTAL   PIC 9(09)V9(02).
           05 CORP-TITLE-TOTAL      PIC 9(09)V9(02).
           05 CORP-LAST-DATE        PIC 9(08).
