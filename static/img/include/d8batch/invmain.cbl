      * Applies add/change/delete transactions from "invtrans"
      * against the indexed INVMSTR investor master, in the same
      * style prodmain maintains PRODPARM, so an investor's
      * servicing-fee rate, remittance day, wire instructions, and
      * remittance type (A actual/actual, S scheduled/scheduled,
      * blank taken as actual) are file maintenance instead of a
      * hardcoded house rate and a binder.  The servicing company
      * an investor deals with, when one is given, must be on the
      * company file.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   10 IVT-WIRE-ABA      PIC 9(09).
                   10 IVT-WIRE-ACCT     PIC X(17).
                   10 IVT-CONTACT       PIC X(30).
                   10 IVT-REMIT-TYPE    PIC X(01).
                   10 IVT-COMPANY-CODE  PIC X(03).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
           01 WS-DELETE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.

      * Shared company-lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       PROCEDURE DIVISION.
           OPEN I-O INVMSTR.
           IF WS-INVMSTR-STATUS = "35"

       105-VALIDATE-INVESTOR.
           MOVE SPACES TO IVREJECT-REASON.
      * A blank company serves every company and needs no lookup.
           MOVE "Y" TO CMP-RESULT.
           IF IVT-COMPANY-CODE NOT = SPACES
               MOVE "L"              TO CMP-FUNCTION
               MOVE IVT-COMPANY-CODE TO CMP-CODE
               CALL "complook" USING CMP-PARAMS
           END-IF.
           EVALUATE TRUE
               WHEN IVT-FEE-PCT NOT NUMERIC
               WHEN IVT-REMIT-DAY NOT NUMERIC
                   MOVE "MISSING NAME" TO IVREJECT-REASON
               WHEN IVT-REMIT-DAY < 1 OR IVT-REMIT-DAY > 28
                   MOVE "BAD REMIT DAY" TO IVREJECT-REASON
               WHEN IVT-REMIT-TYPE NOT = "A"
                       AND IVT-REMIT-TYPE NOT = "S"
                       AND IVT-REMIT-TYPE NOT = SPACE
                   MOVE "BAD REMIT TYPE" TO IVREJECT-REASON
               WHEN NOT CMP-FOUND
                   MOVE "UNKNOWN COMPANY" TO IVREJECT-REASON
           END-EVALUATE.

       110-ADD-INVESTOR.
           MOVE IVT-WIRE-ABA  TO INV-WIRE-ABA.
           MOVE IVT-WIRE-ACCT TO INV-WIRE-ACCT.
           MOVE IVT-CONTACT   TO INV-CONTACT.
           MOVE IVT-REMIT-TYPE TO INV-REMIT-TYPE.
           MOVE IVT-COMPANY-CODE TO INV-COMPANY-CODE.

       120-CHANGE-INVESTOR.
           PERFORM 105-VALIDATE-INVESTOR.
