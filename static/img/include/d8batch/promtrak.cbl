               05 POSTREG-AMOUNT     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ACTION     PIC X(08).
               05 FILLER             PIC X(01).
               05 POSTREG-PRINCIPAL  PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-INTEREST   PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ESCROW     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-FEES       PIC 9(07)V9(02).

       FD PROMISE-REPORT.
           01 PROMISE-REPORT-REC PIC X(80).
