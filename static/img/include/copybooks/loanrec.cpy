      * LOAN-ORIG-PRIN; the nightly pricing stops charging PMI for
      * the account from then on.
           05 LOAN-PMI-STOP-FLAG PIC X(01).
      * The principal actually owed, as opposed to the scheduled
      * balance SCHEDMST amortizes to: set to LOAN-ORIG-PRIN when
      * the loan is boarded and moved only by the money posting
      * programs (cashpost, suspwork, payrevrs, loanmod, payoffpr),
      * each movement journaled on the LOANTXN transaction ledger.
      * The paid-through date is the due date of the latest
      * installment settled in full.  Both zero means the loan
      * predates the ledger and has not been converted by ledgconv
      * yet; balance readers then fall back to the schedule.
           05 LOAN-ACTUAL-BALANCE PIC S9(07)V9(02).
           05 LOAN-PAID-THRU-DATE PIC 9(08).
      * Balloon term in years, zero for a loan that amortizes to
      * the end of LOAN-TERM-YEARS: the payment is still priced
      * over the full term, but the loan matures after this many
      * years and the balance left then falls due as the balloon.
      * bcuota ends the schedule in the balloon month with the
      * balloon on that month's principal, so payhroll bills it as
      * the final expected payment, and the monthly maturity pass
      * (matpass) sends the notices ahead of it.
           05 LOAN-BALLOON-TERM PIC 9(02).
      * Home-equity line draw period: the last day a draw may post
      * (zero for a line with no draw-period end) and the repayment
      * term in years that follows it.  On the draw-period end date
      * helocvt converts the line to a closed-end installment loan:
      * LOAN-CONV-PRIN takes the balance then outstanding, which
      * bcuota amortizes over LOAN-REPAY-TERM from the draw-period
      * end date in place of LOAN-ORIG-PRIN over LOAN-TERM-YEARS
      * from origination.  Zero until the line converts.
           05 LOAN-DRAW-END-DATE PIC 9(08).
           05 LOAN-REPAY-TERM   PIC 9(02).
           05 LOAN-CONV-PRIN    PIC 9(07)V9(02).
      * Day of the month the installment falls due, 1 through 28;
      * zero is the house default of the 1st.  payhroll dates each
      * month's expected payment on this day, so the aging chain
      * (delinqage, latechg, collque) ages it from there.  Only
      * duechg moves it, at the borrower's request, and stamps the
      * change date so no more than one change lands in any twelve
      * months.  Zero until the first change.
           05 LOAN-DUE-DAY      PIC 9(02).
           05 LOAN-DUE-DAY-CHG-DATE PIC 9(08).
      * Servicing company that owns the loan (see comprec.cpy):
      * its books, investors and regulatory reports.  Set when the
      * loan is boarded; blank is the house company "001".
           05 LOAN-COMPANY-CODE PIC X(03).
