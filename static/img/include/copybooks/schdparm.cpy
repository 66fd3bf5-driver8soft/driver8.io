      ******************************************************************
      *
      * Shared schedule-inquiry parameter record
      * =========================================
      *
      * The record the PaymentSchedule RPC handler is CALLed with by
      * the gRPC glue, the same way acctstat takes ACCT-PARAMS: the
      * request carries the LOAN-ACCT-NO, the signed-on borrower's
      * customer number, and an optional from/to due-month range;
      * the response carries one page of the account's SCHEDMST
      * months, each with whether its PAYHIST item is paid,
      * partially paid or open.  A non-zero SRSP-NEXT-FROM means
      * the range goes on: the portal asks again with it as the
      * from month.
      *
      ******************************************************************
       01 SCHD-PARAMS.
           05 SCHD-INPUT-MSG.
               10 SREQ-ACCT-NO      PIC X(10).
               10 SREQ-CUST-NO      PIC X(06).
      * YYYYMM due months; zero from is the first month on file,
      * zero to is the last.
               10 SREQ-FROM-MONTH   PIC 9(06).
               10 SREQ-TO-MONTH     PIC 9(06).
           05 SCHD-OUTPUT-MSG.
               10 SRSP-ROW-COUNT    PIC 9(02).
               10 SRSP-NEXT-FROM    PIC 9(06).
               10 SRSP-ROW OCCURS 24 TIMES.
                   15 SRSP-DUE-MONTH    PIC 9(06).
                   15 SRSP-PRINCIPAL    PIC S9(7)V9(2).
                   15 SRSP-INTEREST     PIC S9(7)V9(2).
                   15 SRSP-BALANCE      PIC S9(7)V9(2).
      * P paid, T partially paid, O open, N not yet billed.
                   15 SRSP-PAY-STATUS   PIC X(01).
                       88 SRSP-PAID          VALUE "P".
                       88 SRSP-PARTIAL       VALUE "T".
                       88 SRSP-OPEN          VALUE "O".
                       88 SRSP-NOT-BILLED    VALUE "N".
               10 SRSP-ERROR-MSG    PIC X(20).
