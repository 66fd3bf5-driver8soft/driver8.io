      ******************************************************************
      *
      * Shared servicer P&I advance subledger record
      * =============================================
      *
      * One record per account on the indexed PIADVNC file: the
      * principal and interest the servicer has paid a scheduled/
      * scheduled investor out of its own funds for installments
      * the borrower had not paid, less what has been recovered
      * since.  invremit advances an unpaid installment's scheduled
      * P&I at month end (once per due month - the last month
      * advanced guards a rerun); cashpost and suspwork recover the
      * balance first out of the borrower's late money, and
      * payrevrs reopens a recovery whose money is returned.  Every
      * movement is also journaled on the "advact" advance-activity
      * file, and advrpt reports the outstanding balances by
      * investor for treasury.
      *
      ******************************************************************
       01 ADV-RECORD.
           05 ADV-ACCT-NO       PIC X(10).
      * The investor the advances were made to.
           05 ADV-INVESTOR      PIC X(03).
           05 ADV-BALANCE       PIC S9(09)V9(02).
           05 ADV-ADVANCED-TOTAL PIC 9(09)V9(02).
           05 ADV-RECOVERED-TOTAL PIC 9(09)V9(02).
      * YYYYMM of the last installment advanced, and the date the
      * balance last moved.
           05 ADV-LAST-DUE-MM   PIC 9(06).
           05 ADV-LAST-DATE     PIC 9(08).
