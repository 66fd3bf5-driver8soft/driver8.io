      ******************************************************************
      *
      * Shared advance-activity journal record
      * =======================================
      *
      * One line per movement on the PIADVNC advance subledger,
      * appended to the "advact" file by whoever moved the balance:
      * ADVANCE from invremit for an unpaid installment's scheduled
      * P&I, RECOVER from cashpost or suspwork when the borrower's
      * late money pays it back, REVERSED from payrevrs when that
      * money is returned and the recovery reopens.  Each line
      * carries the investor and its principal/interest split, so
      * invremit can take the month's recoveries back out of what
      * it remits and advrpt can prove the outstanding balances.
      *
      ******************************************************************
       01 ADVACT-REC.
           05 ADVACT-ACC        PIC X(10).
           05 FILLER            PIC X(01).
           05 ADVACT-DATE       PIC 9(08).
           05 FILLER            PIC X(01).
           05 ADVACT-TYPE       PIC X(08).
           05 FILLER            PIC X(01).
           05 ADVACT-INVESTOR   PIC X(03).
           05 FILLER            PIC X(01).
           05 ADVACT-DUE-DATE   PIC 9(08).
           05 FILLER            PIC X(01).
           05 ADVACT-PRINCIPAL  PIC 9(07)V9(02).
           05 FILLER            PIC X(01).
           05 ADVACT-INTEREST   PIC 9(07)V9(02).
           05 FILLER            PIC X(01).
           05 ADVACT-SOURCE     PIC X(08).
