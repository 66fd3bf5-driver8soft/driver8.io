      ******************************************************************
      *
      * Tax-Service Vendor Intake
      * ==========================
      *
      * Takes the tax-service vendor's two electronic files instead
      * of keying property-tax installments off paper notices.
      *
      * The current-bill file "taxbills" carries one line per parcel
      * with the installment amount and up to two MMDD due dates.
      * Each parcel is matched to the PAYEMSTR payee records filed
      * under that PAYEE-REFERENCE; where the bill's amount or due
      * dates differ from the payee record, a change transaction is
      * appended to payemain's "pyetran" transaction file carrying
      * the payee's own name and reference with the billed amount
      * and due dates, so the change goes through payemain's edits
      * and sanctions screening before escsched queues the next
      * installment.  A parcel no payee record is filed under is
      * listed as unmatched.
      *
      * The delinquent-tax file "taxdelq" carries one line per
      * parcel the vendor found delinquent, with the loan number,
      * the taxing authority, the tax year, and the amount to
      * redeem.  Every finding is listed.  Where the parcel is one
      * we escrow for - a PAYEMSTR payee is filed under it for that
      * loan - the delinquent amount is appended to "payinv" for
      * the escrow disbursement run to pay to the payee on file,
      * advancing it out of escrow (escrowsl lists the shortfall on
      * its exception report).  A finding already advanced is
      * remembered on "taxdlqd" so a vendor file that repeats it
      * never advances it twice.  Everything lands on "taxrpt".
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxsvc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEMSTR ASSIGN TO "PAYEMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAYEE-KEY
           FILE STATUS IS WS-PAYEMSTR-STATUS.

           SELECT BILL-FILE ASSIGN TO "taxbills"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BILL-STATUS.

           SELECT DELINQUENT-FILE ASSIGN TO "taxdelq"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELQ-STATUS.

      * payemain's transaction file; changes are appended to it.
           SELECT PAYEE-TRANS ASSIGN TO "pyetran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PYETRAN-STATUS.

      * The escrow disbursement run's invoice queue.
           SELECT INVOICE-FILE ASSIGN TO "payinv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

      * Delinquencies already advanced: loan, parcel, and tax year.
           SELECT ADVANCED-FILE ASSIGN TO "taxdlqd"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ADVANCED-STATUS.

           SELECT TAX-REPORT ASSIGN TO "taxrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYEMSTR.
           COPY "payeerec.cpy".

       FD BILL-FILE.
           01 BILL-REC.
               05 TXB-PARCEL         PIC X(15).
               05 FILLER             PIC X(01).
               05 TXB-TAX-YEAR       PIC 9(04).
               05 FILLER             PIC X(01).
               05 TXB-AMOUNT         PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 TXB-DUE-MMDD-1     PIC 9(04).
               05 FILLER             PIC X(01).
               05 TXB-DUE-MMDD-2     PIC 9(04).

       FD DELINQUENT-FILE.
           01 DELINQUENT-REC.
               05 TXD-ACCT-NO        PIC X(10).
               05 FILLER             PIC X(01).
               05 TXD-PARCEL         PIC X(15).
               05 FILLER             PIC X(01).
               05 TXD-AUTHORITY      PIC X(20).
               05 FILLER             PIC X(01).
               05 TXD-TAX-YEAR       PIC 9(04).
               05 FILLER             PIC X(01).
               05 TXD-AMOUNT         PIC 9(07)V9(02).

      * Mirrors payemain's own FD TRANS-FILE layout field for field.
       FD PAYEE-TRANS.
           01 PAYEE-TRANS-REC.
               05 PYTRAN-CODE        PIC X(01).
               05 PYTRAN-ACCT-NO     PIC X(10).
               05 PYTRAN-SEQ         PIC X(02).
               05 PYTRAN-NAME        PIC X(20).
               05 PYTRAN-REFERENCE   PIC X(15).
               05 PYTRAN-AMOUNT      PIC 9(07)V9(02).
               05 PYTRAN-DUE-MMDD-1  PIC 9(04).
               05 PYTRAN-DUE-MMDD-2  PIC 9(04).

      * Mirrors escrowsl's own FD INVOICE-FILE layout field for
      * field.
       FD INVOICE-FILE.
           01 INVOICE-REC.
               05 INV-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 INV-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 INV-PAYEE          PIC X(20).
               05 FILLER             PIC X(01).
               05 INV-AMOUNT         PIC 9(07)V9(02).

       FD ADVANCED-FILE.
           01 ADVANCED-REC.
               05 ADV-ACCT-NO        PIC X(10).
               05 FILLER             PIC X(01).
               05 ADV-PARCEL         PIC X(15).
               05 FILLER             PIC X(01).
               05 ADV-TAX-YEAR       PIC 9(04).

       FD TAX-REPORT.
           01 TAX-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PAYEMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-BILL-STATUS      PIC X(02) VALUE "00".
           01 WS-DELQ-STATUS      PIC X(02) VALUE "00".
           01 WS-PYETRAN-STATUS   PIC X(02) VALUE "00".
           01 WS-INVOICE-STATUS   PIC X(02) VALUE "00".
           01 WS-ADVANCED-STATUS  PIC X(02) VALUE "00".
           01 WS-PAYEMSTR-EOF     PIC X(01) VALUE "N".
           01 WS-BILL-EOF         PIC X(01) VALUE "N".
           01 WS-DELQ-EOF         PIC X(01) VALUE "N".
           01 WS-ADVANCED-EOF     PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * The payee master, for matching by parcel reference.
           01 WS-PAYEE-TABLE.
               05 WS-PAYEE-ENTRY OCCURS 5000 TIMES.
                   10 WS-PYE-ACCT      PIC X(10).
                   10 WS-PYE-SEQ       PIC X(02).
                   10 WS-PYE-NAME      PIC X(20).
                   10 WS-PYE-REFERENCE PIC X(15).
                   10 WS-PYE-AMOUNT    PIC 9(07)V9(02).
                   10 WS-PYE-DUE-1     PIC 9(04).
                   10 WS-PYE-DUE-2     PIC 9(04).
           01 WS-PAYEE-COUNT      PIC 9(04) VALUE ZEROES.
           01 WS-PAYEE-IDX        PIC 9(04) VALUE ZEROES.
           01 WS-PAYEE-FOUND      PIC 9(04) VALUE ZEROES.
           01 WS-PAYEE-OVERFLOW   PIC X(01) VALUE "N".
           01 WS-MATCH-COUNT      PIC 9(04) VALUE ZEROES.

           01 WS-ADVANCED-TABLE.
               05 WS-ADVANCED-ENTRY OCCURS 5000 TIMES.
                   10 WS-ADV-ACCT      PIC X(10).
                   10 WS-ADV-PARCEL    PIC X(15).
                   10 WS-ADV-YEAR      PIC 9(04).
           01 WS-ADVANCED-COUNT   PIC 9(04) VALUE ZEROES.
           01 WS-ADVANCED-IDX     PIC 9(04) VALUE ZEROES.
           01 WS-ALREADY-ADVANCED PIC X(01) VALUE "N".

           01 WS-BILL-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-SAME-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-UNMATCHED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-BAD-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-DELQ-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-ADVANCE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ADVANCE-TOTAL    PIC 9(09)V9(02) VALUE ZEROES.
           01 WS-NOTESC-COUNTER   PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-PARCEL    PIC X(15).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-AMOUNT    PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-OLD-AMOUNT PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(17).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT PAYEMSTR.
           IF WS-PAYEMSTR-STATUS NOT = "00"
               DISPLAY "PAYEMSTR OPEN FAILED, STATUS: "
                       WS-PAYEMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-PAYEMSTR-EOF = "Y"
               READ PAYEMSTR
               AT END MOVE "Y" TO WS-PAYEMSTR-EOF
               NOT AT END
                   PERFORM 050-LOAD-PAYEE
               END-READ
           END-PERFORM.
           CLOSE PAYEMSTR.
           IF WS-PAYEE-OVERFLOW = "Y"
               DISPLAY "PAYEE TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ADVANCED-FILE.
           IF WS-ADVANCED-STATUS NOT = "00"
               MOVE "Y" TO WS-ADVANCED-EOF
           END-IF.
           PERFORM UNTIL WS-ADVANCED-EOF = "Y"
               READ ADVANCED-FILE
               AT END MOVE "Y" TO WS-ADVANCED-EOF
               NOT AT END
                   IF WS-ADVANCED-COUNT < 5000
                       ADD 1 TO WS-ADVANCED-COUNT
                       MOVE ADV-ACCT-NO
                           TO WS-ADV-ACCT(WS-ADVANCED-COUNT)
                       MOVE ADV-PARCEL
                           TO WS-ADV-PARCEL(WS-ADVANCED-COUNT)
                       MOVE ADV-TAX-YEAR
                           TO WS-ADV-YEAR(WS-ADVANCED-COUNT)
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-ADVANCED-STATUS NOT = "35"
               CLOSE ADVANCED-FILE
           END-IF.

           OPEN EXTEND PAYEE-TRANS.
           IF WS-PYETRAN-STATUS = "35"
               OPEN OUTPUT PAYEE-TRANS
           END-IF.
           OPEN EXTEND INVOICE-FILE.
           IF WS-INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           END-IF.
           OPEN EXTEND ADVANCED-FILE.
           IF WS-ADVANCED-STATUS = "35"
               OPEN OUTPUT ADVANCED-FILE
           END-IF.
           OPEN OUTPUT TAX-REPORT.

           MOVE "CURRENT BILLS" TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           OPEN INPUT BILL-FILE.
           IF WS-BILL-STATUS NOT = "00"
               DISPLAY "TAXBILLS NOT FOUND, NO BILLS APPLIED"
               MOVE "Y" TO WS-BILL-EOF
           END-IF.
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILL-FILE
               AT END MOVE "Y" TO WS-BILL-EOF
               NOT AT END
                   PERFORM 100-APPLY-BILL
               END-READ
           END-PERFORM.
           IF WS-BILL-STATUS NOT = "35"
               CLOSE BILL-FILE
           END-IF.

           MOVE SPACES TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           MOVE "DELINQUENT TAX FINDINGS" TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
           OPEN INPUT DELINQUENT-FILE.
           IF WS-DELQ-STATUS NOT = "00"
               MOVE "Y" TO WS-DELQ-EOF
           END-IF.
           PERFORM UNTIL WS-DELQ-EOF = "Y"
               READ DELINQUENT-FILE
               AT END MOVE "Y" TO WS-DELQ-EOF
               NOT AT END
                   PERFORM 200-APPLY-FINDING
               END-READ
           END-PERFORM.
           IF WS-DELQ-STATUS NOT = "35"
               CLOSE DELINQUENT-FILE
           END-IF.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE PAYEE-TRANS.
           CLOSE INVOICE-FILE.
           CLOSE ADVANCED-FILE.
           CLOSE TAX-REPORT.

           DISPLAY "BILLS READ: "              WS-BILL-COUNTER.
           DISPLAY "PAYEE CHANGES QUEUED: "    WS-CHANGE-COUNTER.
           DISPLAY "PARCELS UNMATCHED: "       WS-UNMATCHED-COUNTER.
           DISPLAY "DELINQUENT FINDINGS: "     WS-DELQ-COUNTER.
           DISPLAY "ESCROW ADVANCES QUEUED: "  WS-ADVANCE-COUNTER.
           IF WS-UNMATCHED-COUNTER > 0 OR WS-BAD-COUNTER > 0
                   OR WS-DELQ-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-PAYEE.
           IF WS-PAYEE-COUNT < 5000
               ADD 1 TO WS-PAYEE-COUNT
               MOVE PAYEE-ACCT-NO    TO WS-PYE-ACCT(WS-PAYEE-COUNT)
               MOVE PAYEE-SEQ        TO WS-PYE-SEQ(WS-PAYEE-COUNT)
               MOVE PAYEE-NAME       TO WS-PYE-NAME(WS-PAYEE-COUNT)
               MOVE PAYEE-REFERENCE
                   TO WS-PYE-REFERENCE(WS-PAYEE-COUNT)
               MOVE PAYEE-AMOUNT     TO WS-PYE-AMOUNT(WS-PAYEE-COUNT)
               MOVE PAYEE-DUE-MMDD-1 TO WS-PYE-DUE-1(WS-PAYEE-COUNT)
               MOVE PAYEE-DUE-MMDD-2 TO WS-PYE-DUE-2(WS-PAYEE-COUNT)
           ELSE
               MOVE "Y" TO WS-PAYEE-OVERFLOW
               MOVE "Y" TO WS-PAYEMSTR-EOF
           END-IF.

       100-APPLY-BILL.
      * Every payee filed under the parcel is brought to the bill;
      * one already agreeing is left alone.
           ADD 1 TO WS-BILL-COUNTER.
           MOVE SPACES     TO WS-DTL-ACC.
           MOVE TXB-PARCEL TO WS-DTL-PARCEL.
           IF TXB-AMOUNT NOT NUMERIC
                   OR TXB-DUE-MMDD-1 NOT NUMERIC
                   OR TXB-DUE-MMDD-2 NOT NUMERIC
                   OR TXB-PARCEL = SPACES
               ADD 1 TO WS-BAD-COUNTER
               MOVE 0 TO WS-DTL-AMOUNT
               MOVE 0 TO WS-DTL-OLD-AMOUNT
               MOVE "BAD BILL RECORD" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           ELSE
               MOVE 0 TO WS-MATCH-COUNT
               PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                       UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                   IF WS-PYE-REFERENCE(WS-PAYEE-IDX) = TXB-PARCEL
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM 150-COMPARE-PAYEE
                   END-IF
               END-PERFORM
               IF WS-MATCH-COUNT = 0
                   ADD 1 TO WS-UNMATCHED-COUNTER
                   MOVE TXB-AMOUNT TO WS-DTL-AMOUNT
                   MOVE 0          TO WS-DTL-OLD-AMOUNT
                   MOVE "PARCEL UNMATCHED" TO WS-DTL-ACTION
                   PERFORM 850-WRITE-DETAIL
               END-IF
           END-IF.

       150-COMPARE-PAYEE.
           IF WS-PYE-AMOUNT(WS-PAYEE-IDX) = TXB-AMOUNT
                   AND WS-PYE-DUE-1(WS-PAYEE-IDX) = TXB-DUE-MMDD-1
                   AND WS-PYE-DUE-2(WS-PAYEE-IDX) = TXB-DUE-MMDD-2
               ADD 1 TO WS-SAME-COUNTER
           ELSE
               MOVE SPACES TO PAYEE-TRANS-REC
               MOVE "C"                          TO PYTRAN-CODE
               MOVE WS-PYE-ACCT(WS-PAYEE-IDX)    TO PYTRAN-ACCT-NO
               MOVE WS-PYE-SEQ(WS-PAYEE-IDX)     TO PYTRAN-SEQ
               MOVE WS-PYE-NAME(WS-PAYEE-IDX)    TO PYTRAN-NAME
               MOVE WS-PYE-REFERENCE(WS-PAYEE-IDX)
                   TO PYTRAN-REFERENCE
               MOVE TXB-AMOUNT                   TO PYTRAN-AMOUNT
               MOVE TXB-DUE-MMDD-1               TO PYTRAN-DUE-MMDD-1
               MOVE TXB-DUE-MMDD-2               TO PYTRAN-DUE-MMDD-2
               WRITE PAYEE-TRANS-REC
               ADD 1 TO WS-CHANGE-COUNTER
               MOVE WS-PYE-ACCT(WS-PAYEE-IDX)   TO WS-DTL-ACC
               MOVE TXB-AMOUNT                  TO WS-DTL-AMOUNT
               MOVE WS-PYE-AMOUNT(WS-PAYEE-IDX) TO WS-DTL-OLD-AMOUNT
               MOVE "CHANGE QUEUED"             TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       200-APPLY-FINDING.
           ADD 1 TO WS-DELQ-COUNTER.
           MOVE TXD-ACCT-NO TO WS-DTL-ACC.
           MOVE TXD-PARCEL  TO WS-DTL-PARCEL.
           MOVE 0           TO WS-DTL-OLD-AMOUNT.
           IF TXD-AMOUNT NOT NUMERIC OR TXD-TAX-YEAR NOT NUMERIC
               ADD 1 TO WS-BAD-COUNTER
               MOVE 0 TO WS-DTL-AMOUNT
               MOVE "BAD FINDING RECORD" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           ELSE
               MOVE TXD-AMOUNT TO WS-DTL-AMOUNT
               MOVE 0 TO WS-PAYEE-FOUND
               PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                       UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                          OR WS-PAYEE-FOUND > 0
                   IF WS-PYE-ACCT(WS-PAYEE-IDX) = TXD-ACCT-NO
                           AND WS-PYE-REFERENCE(WS-PAYEE-IDX)
                               = TXD-PARCEL
                       MOVE WS-PAYEE-IDX TO WS-PAYEE-FOUND
                   END-IF
               END-PERFORM
               IF WS-PAYEE-FOUND = 0
                   ADD 1 TO WS-NOTESC-COUNTER
                   MOVE "NOT ESCROWED" TO WS-DTL-ACTION
                   PERFORM 850-WRITE-DETAIL
               ELSE
                   PERFORM 250-ADVANCE-FROM-ESCROW
               END-IF
           END-IF.

       250-ADVANCE-FROM-ESCROW.
           MOVE "N" TO WS-ALREADY-ADVANCED.
           PERFORM VARYING WS-ADVANCED-IDX FROM 1 BY 1
                   UNTIL WS-ADVANCED-IDX > WS-ADVANCED-COUNT
                      OR WS-ALREADY-ADVANCED = "Y"
               IF WS-ADV-ACCT(WS-ADVANCED-IDX) = TXD-ACCT-NO
                       AND WS-ADV-PARCEL(WS-ADVANCED-IDX) = TXD-PARCEL
                       AND WS-ADV-YEAR(WS-ADVANCED-IDX) = TXD-TAX-YEAR
                   MOVE "Y" TO WS-ALREADY-ADVANCED
               END-IF
           END-PERFORM.
           IF WS-ALREADY-ADVANCED = "Y"
               MOVE "ALREADY ADVANCED" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           ELSE
               MOVE SPACES       TO INVOICE-REC
               MOVE TXD-ACCT-NO  TO INV-ACC
               MOVE WS-RUN-DATE  TO INV-DATE
               MOVE WS-PYE-NAME(WS-PAYEE-FOUND) TO INV-PAYEE
               MOVE TXD-AMOUNT   TO INV-AMOUNT
               WRITE INVOICE-REC
               MOVE SPACES       TO ADVANCED-REC
               MOVE TXD-ACCT-NO  TO ADV-ACCT-NO
               MOVE TXD-PARCEL   TO ADV-PARCEL
               MOVE TXD-TAX-YEAR TO ADV-TAX-YEAR
               WRITE ADVANCED-REC
               IF WS-ADVANCED-COUNT < 5000
                   ADD 1 TO WS-ADVANCED-COUNT
                   MOVE TXD-ACCT-NO
                       TO WS-ADV-ACCT(WS-ADVANCED-COUNT)
                   MOVE TXD-PARCEL
                       TO WS-ADV-PARCEL(WS-ADVANCED-COUNT)
                   MOVE TXD-TAX-YEAR
                       TO WS-ADV-YEAR(WS-ADVANCED-COUNT)
               END-IF
               ADD 1 TO WS-ADVANCE-COUNTER
               ADD TXD-AMOUNT TO WS-ADVANCE-TOTAL
               MOVE "ESCROW ADVANCE" TO WS-DTL-ACTION
               PERFORM 850-WRITE-DETAIL
           END-IF.

       850-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "BILLS READ:"             TO WS-TOT-LABEL.
           MOVE WS-BILL-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "PAYEES ALREADY CURRENT:" TO WS-TOT-LABEL.
           MOVE WS-SAME-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "PAYEE CHANGES QUEUED:"   TO WS-TOT-LABEL.
           MOVE WS-CHANGE-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "PARCELS UNMATCHED:"      TO WS-TOT-LABEL.
           MOVE WS-UNMATCHED-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "BAD VENDOR RECORDS:"     TO WS-TOT-LABEL.
           MOVE WS-BAD-COUNTER            TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "DELINQUENT FINDINGS:"    TO WS-TOT-LABEL.
           MOVE WS-DELQ-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "NOT ESCROWED:"           TO WS-TOT-LABEL.
           MOVE WS-NOTESC-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "ESCROW ADVANCES QUEUED:" TO WS-TOT-LABEL.
           MOVE WS-ADVANCE-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.

           MOVE "ESCROW ADVANCE AMOUNT:"  TO WS-TOT-LABEL.
           MOVE WS-ADVANCE-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TAX-REPORT-REC.
           WRITE TAX-REPORT-REC.
