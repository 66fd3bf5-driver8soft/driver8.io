      ******************************************************************
      *
      * Shared online-payment parameter record
      * =======================================
      *
      * The record the MakePayment RPC handler is CALLed with by the
      * gRPC glue, the same way acctstat takes ACCT-PARAMS: the
      * request carries the account, the amount and how the
      * borrower paid; the response carries the confirmation number
      * and the business day the payment is credited to, which the
      * portal shows the borrower.
      *
      ******************************************************************
       01 PAY-PARAMS.
           05 PAY-INPUT-MSG.
               10 PAYREQ-ACCT-NO    PIC X(10).
               10 PAYREQ-AMOUNT     PIC 9(07)V9(02).
      * C card, A ACH debit.
               10 PAYREQ-METHOD     PIC X(01).
                   88 PAYREQ-METHOD-VALID VALUE "C", "A".
           05 PAY-OUTPUT-MSG.
               10 PAYRSP-CONFIRM-NO PIC X(10).
               10 PAYRSP-CREDIT-DATE PIC 9(08).
               10 PAYRSP-ERROR-MSG  PIC X(20).
