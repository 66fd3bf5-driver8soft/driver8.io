      ******************************************************************
      *
      * Mortgage-Insurance Premium Remittance
      * ======================================
      *
      * Monthly remittance of the PMI bcuota bills every month to
      * the mortgage-insurance carriers named on the MICERT
      * certificate master.  What was actually collected is taken
      * from the postings: the escrow share of every money movement
      * journaled on the LOANTXN ledger in the run month, netted of
      * reversals, split into PMI and escrow in the proportion the
      * account's current CUOTA-PMI and CUOTA-ESCROW on bcuota's
      * "outfile" bill them.  Each certificate's premium collected
      * is written to the "miremit" remittance file and listed on
      * the "mirpt" report carrier by carrier, with a total line per
      * carrier on both.  Every certificate pmicanc cancelled in the
      * run month - its PMI stopped - follows on a cancellation
      * notice section under its carrier, and on the remittance
      * file, so the carrier stops billing for the coverage.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. miremit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MICERT ASSIGN TO "MICERT"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MI-ACCT-NO
           FILE STATUS IS WS-MICERT-STATUS.

      * bcuota's pricing output: the monthly PMI and escrow each
      * account is billed.
           SELECT CUOTA ASSIGN TO "outfile"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CUOTA-STATUS.

      * Loan transaction ledger; optional before the first posting
      * run has created it.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

           SELECT REMIT-FILE ASSIGN TO "miremit"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REMIT-REPORT ASSIGN TO "mirpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared MI certificate record; see mirec.cpy.
       FD MICERT.
           COPY "mirec.cpy".

      * Mirrors bcuota's own FD CUOTA layout field for field.
       FD CUOTA.
           01 CUOTA-FILE.
               05 CUOTA-ACC    PIC X(10).
               05 CUOTA-PAY    PIC 9(7)V9(2).
               05 FILLER       PIC X(01).
               05 CUOTA-PMI    PIC 9(5)V9(2).
               05 FILLER       PIC X(01).
               05 CUOTA-ESCROW PIC 9(5)V9(2).
               05 FILLER       PIC X(01).
               05 CUOTA-TOTAL  PIC 9(7)V9(2).

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

      * P a certificate's premium for the period, T the carrier's
      * total, C a certificate cancelled in the period (amount zero,
      * the cancellation date in MIR-EFF-DATE).
       FD REMIT-FILE.
           01 REMIT-REC.
               05 MIR-TYPE           PIC X(01).
               05 FILLER             PIC X(01).
               05 MIR-CARRIER        PIC X(10).
               05 FILLER             PIC X(01).
               05 MIR-PERIOD         PIC 9(06).
               05 FILLER             PIC X(01).
               05 MIR-CERT-NO        PIC X(15).
               05 FILLER             PIC X(01).
               05 MIR-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 MIR-AMOUNT         PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 MIR-EFF-DATE       PIC 9(08).

       FD REMIT-REPORT.
           01 REMIT-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-MICERT-STATUS    PIC X(02) VALUE "00".
           01 WS-MICERT-EOF       PIC X(01) VALUE "N".
           01 WS-CUOTA-STATUS     PIC X(02) VALUE "00".
           01 WS-CUOTA-EOF        PIC X(01) VALUE "N".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-EOF          PIC X(01) VALUE "N".
           01 WS-TBL-OVERFLOW     PIC X(01) VALUE "N".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-YYYYMM       PIC 9(06).
           01 WS-TXN-YYYYMM       PIC 9(06).
           01 WS-CANCEL-YYYYMM    PIC 9(06).

      * Every certificate on file, with what its account is billed
      * monthly and the escrow share and premium collected in the
      * run month.
           01 WS-CERT-TABLE.
               05 WS-CERT-ENTRY OCCURS 5000 TIMES.
                   10 WS-CERT-ACC      PIC X(10).
                   10 WS-CERT-CARRIER  PIC X(10).
                   10 WS-CERT-NO       PIC X(15).
                   10 WS-CERT-CANCEL   PIC 9(08).
                   10 WS-CERT-BILL-PMI PIC 9(05)V9(02).
                   10 WS-CERT-BILL-ESC PIC 9(05)V9(02).
                   10 WS-CERT-ESC-PAID PIC S9(07)V9(02).
                   10 WS-CERT-PMI-PAID PIC S9(07)V9(02).
           01 WS-CERT-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-CERT-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-CERT-FOUND       PIC 9(04) VALUE ZEROES.
      * The ledger streams each account's entries together, so the
      * last account matched is remembered across entries.
           01 WS-LAST-TXN-ACC     PIC X(10) VALUE SPACES.

      * Per-carrier accumulation.
           01 WS-CARRIER-TABLE.
               05 WS-CAR-ENTRY OCCURS 100 TIMES.
                   10 WS-CAR-CODE      PIC X(10).
                   10 WS-CAR-COUNT     PIC 9(07).
                   10 WS-CAR-PREMIUM   PIC 9(09)V9(02).
                   10 WS-CAR-CANCELS   PIC 9(07).
           01 WS-CAR-COUNT-TOTAL  PIC 9(03) VALUE ZEROES.
           01 WS-CAR-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-CAR-FOUND        PIC 9(03) VALUE ZEROES.
           01 WS-CANCEL-THIS-MONTH PIC X(01) VALUE "N".

           01 WS-REMIT-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-CANCEL-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-PREMIUM-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.

           01 WS-CARRIER-HEADER.
               05 FILLER           PIC X(09) VALUE "CARRIER: ".
               05 WS-HDR-CARRIER   PIC X(10).
               05 FILLER           PIC X(10) VALUE "  PERIOD: ".
               05 WS-HDR-PERIOD    PIC 9(06).

           01 WS-SECTION-LINE      PIC X(40).

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-CERT-NO   PIC X(15).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-AMOUNT    PIC Z(8)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DATE      PIC X(08).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(24).
               05 WS-TOT-VALUE     PIC Z(10)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.

           OPEN INPUT MICERT.
           IF WS-MICERT-STATUS NOT = "00"
               DISPLAY "MICERT OPEN FAILED, STATUS: "
                       WS-MICERT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MICERT-EOF = "Y"
               READ MICERT NEXT RECORD
               AT END MOVE "Y" TO WS-MICERT-EOF
               NOT AT END
                   PERFORM 100-LOAD-CERTIFICATE
               END-READ
           END-PERFORM.
           CLOSE MICERT.

           IF WS-TBL-OVERFLOW = "Y"
               DISPLAY "CERTIFICATE TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUOTA.
           IF WS-CUOTA-STATUS = "00"
               PERFORM UNTIL WS-CUOTA-EOF = "Y"
                   READ CUOTA
                   AT END MOVE "Y" TO WS-CUOTA-EOF
                   NOT AT END
                       PERFORM 200-LOAD-BILLING
                   END-READ
               END-PERFORM
               CLOSE CUOTA
           END-IF.

           OPEN INPUT LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "00"
               PERFORM UNTIL WS-TXN-EOF = "Y"
                   READ LOAN-LEDGER
                   AT END MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       PERFORM 300-GATHER-COLLECTION
                   END-READ
               END-PERFORM
               CLOSE LOAN-LEDGER
           END-IF.

           PERFORM 400-FIGURE-PREMIUMS.

           IF WS-TBL-OVERFLOW = "Y"
               DISPLAY "CARRIER TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REMIT-FILE.
           OPEN OUTPUT REMIT-REPORT.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-COUNT-TOTAL
               PERFORM 500-REMIT-CARRIER
           END-PERFORM.
           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE REMIT-FILE.
           CLOSE REMIT-REPORT.

           DISPLAY "CERTIFICATES REMITTED: " WS-REMIT-COUNTER.
           DISPLAY "CANCELLATION NOTICES: "  WS-CANCEL-COUNTER.
           DISPLAY "CARRIERS REMITTED: "     WS-CAR-COUNT-TOTAL.
           GOBACK.

       100-LOAD-CERTIFICATE.
           IF WS-CERT-COUNT < 5000
               ADD 1 TO WS-CERT-COUNT
               MOVE MI-ACCT-NO     TO WS-CERT-ACC(WS-CERT-COUNT)
               MOVE MI-CARRIER     TO WS-CERT-CARRIER(WS-CERT-COUNT)
               MOVE MI-CERT-NO     TO WS-CERT-NO(WS-CERT-COUNT)
               MOVE MI-CANCEL-DATE TO WS-CERT-CANCEL(WS-CERT-COUNT)
               MOVE 0 TO WS-CERT-BILL-PMI(WS-CERT-COUNT)
               MOVE 0 TO WS-CERT-BILL-ESC(WS-CERT-COUNT)
               MOVE 0 TO WS-CERT-ESC-PAID(WS-CERT-COUNT)
               MOVE 0 TO WS-CERT-PMI-PAID(WS-CERT-COUNT)
           ELSE
               MOVE "Y" TO WS-TBL-OVERFLOW
               MOVE "Y" TO WS-MICERT-EOF
           END-IF.

       150-FIND-CERTIFICATE.
      * Leaves the matching entry in WS-CERT-FOUND, zero if the
      * account carries no certificate.
           MOVE 0 TO WS-CERT-FOUND.
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
                      OR WS-CERT-FOUND > 0
               IF WS-CERT-ACC(WS-CERT-IDX) = WS-LAST-TXN-ACC
                   MOVE WS-CERT-IDX TO WS-CERT-FOUND
               END-IF
           END-PERFORM.

       200-LOAD-BILLING.
           MOVE CUOTA-ACC TO WS-LAST-TXN-ACC.
           PERFORM 150-FIND-CERTIFICATE.
           IF WS-CERT-FOUND > 0
               MOVE CUOTA-PMI    TO WS-CERT-BILL-PMI(WS-CERT-FOUND)
               MOVE CUOTA-ESCROW TO WS-CERT-BILL-ESC(WS-CERT-FOUND)
           END-IF.
           MOVE SPACES TO WS-LAST-TXN-ACC.

       300-GATHER-COLLECTION.
      * Payments, partials, and the reversals of them all carry
      * their escrow share signed, so the month nets here.
           DIVIDE TXN-DATE BY 100 GIVING WS-TXN-YYYYMM.
           IF WS-TXN-YYYYMM = WS-RUN-YYYYMM AND TXN-ESCROW NOT = 0
               IF TXN-ACC NOT = WS-LAST-TXN-ACC
                   MOVE TXN-ACC TO WS-LAST-TXN-ACC
                   PERFORM 150-FIND-CERTIFICATE
               END-IF
               IF WS-CERT-FOUND > 0
                   ADD TXN-ESCROW TO WS-CERT-ESC-PAID(WS-CERT-FOUND)
               END-IF
           END-IF.

       400-FIGURE-PREMIUMS.
      * The premium is the PMI part of the escrow collected, in the
      * proportion the account is billed; a month that nets to
      * nothing or less remits nothing.
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CERT-ESC-PAID(WS-CERT-IDX) > 0
                       AND WS-CERT-BILL-PMI(WS-CERT-IDX) > 0
                   COMPUTE WS-CERT-PMI-PAID(WS-CERT-IDX) ROUNDED =
                           WS-CERT-ESC-PAID(WS-CERT-IDX)
                           * WS-CERT-BILL-PMI(WS-CERT-IDX)
                           / (WS-CERT-BILL-PMI(WS-CERT-IDX)
                              + WS-CERT-BILL-ESC(WS-CERT-IDX))
               END-IF
               DIVIDE WS-CERT-CANCEL(WS-CERT-IDX) BY 100
                   GIVING WS-CANCEL-YYYYMM
               IF WS-CERT-PMI-PAID(WS-CERT-IDX) > 0
                       OR WS-CANCEL-YYYYMM = WS-RUN-YYYYMM
                   PERFORM 450-ADD-TO-CARRIER
               END-IF
           END-PERFORM.

       450-ADD-TO-CARRIER.
           MOVE 0 TO WS-CAR-FOUND.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1
                   UNTIL WS-CAR-IDX > WS-CAR-COUNT-TOTAL
                      OR WS-CAR-FOUND > 0
               IF WS-CAR-CODE(WS-CAR-IDX)
                       = WS-CERT-CARRIER(WS-CERT-IDX)
                   MOVE WS-CAR-IDX TO WS-CAR-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAR-FOUND = 0
               IF WS-CAR-COUNT-TOTAL < 100
                   ADD 1 TO WS-CAR-COUNT-TOTAL
                   MOVE WS-CAR-COUNT-TOTAL TO WS-CAR-FOUND
                   MOVE WS-CERT-CARRIER(WS-CERT-IDX)
                       TO WS-CAR-CODE(WS-CAR-FOUND)
                   MOVE 0 TO WS-CAR-COUNT(WS-CAR-FOUND)
                   MOVE 0 TO WS-CAR-PREMIUM(WS-CAR-FOUND)
                   MOVE 0 TO WS-CAR-CANCELS(WS-CAR-FOUND)
               ELSE
                   MOVE "Y" TO WS-TBL-OVERFLOW
               END-IF
           END-IF.
           IF WS-CAR-FOUND > 0
               IF WS-CERT-PMI-PAID(WS-CERT-IDX) > 0
                   ADD 1 TO WS-CAR-COUNT(WS-CAR-FOUND)
                   ADD WS-CERT-PMI-PAID(WS-CERT-IDX)
                       TO WS-CAR-PREMIUM(WS-CAR-FOUND)
               END-IF
               IF WS-CANCEL-YYYYMM = WS-RUN-YYYYMM
                   ADD 1 TO WS-CAR-CANCELS(WS-CAR-FOUND)
               END-IF
           END-IF.

       500-REMIT-CARRIER.
           MOVE WS-CAR-CODE(WS-CAR-IDX) TO WS-HDR-CARRIER.
           MOVE WS-RUN-YYYYMM          TO WS-HDR-PERIOD.
           MOVE WS-CARRIER-HEADER TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                   UNTIL WS-CERT-IDX > WS-CERT-COUNT
               IF WS-CERT-CARRIER(WS-CERT-IDX)
                       = WS-CAR-CODE(WS-CAR-IDX)
                       AND WS-CERT-PMI-PAID(WS-CERT-IDX) > 0
                   PERFORM 550-REMIT-CERTIFICATE
               END-IF
           END-PERFORM.

           MOVE SPACES TO REMIT-REC.
           MOVE "T"                      TO MIR-TYPE.
           MOVE WS-CAR-CODE(WS-CAR-IDX)  TO MIR-CARRIER.
           MOVE WS-RUN-YYYYMM            TO MIR-PERIOD.
           MOVE WS-CAR-PREMIUM(WS-CAR-IDX) TO MIR-AMOUNT.
           MOVE 0                        TO MIR-EFF-DATE.
           WRITE REMIT-REC.
           ADD WS-CAR-PREMIUM(WS-CAR-IDX) TO WS-PREMIUM-TOTAL.

           MOVE "CERTIFICATES REMITTED:" TO WS-TOT-LABEL.
           MOVE WS-CAR-COUNT(WS-CAR-IDX) TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.
           MOVE "PREMIUM REMITTED:"      TO WS-TOT-LABEL.
           MOVE WS-CAR-PREMIUM(WS-CAR-IDX) TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

      * Cancellations follow the carrier's premium, so the notice
      * goes to the same desk that bills us.
           IF WS-CAR-CANCELS(WS-CAR-IDX) > 0
               MOVE SPACES TO REMIT-REPORT-REC
               WRITE REMIT-REPORT-REC
               MOVE "CANCELLATION NOTICES" TO WS-SECTION-LINE
               MOVE WS-SECTION-LINE TO REMIT-REPORT-REC
               WRITE REMIT-REPORT-REC
               PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                       UNTIL WS-CERT-IDX > WS-CERT-COUNT
                   DIVIDE WS-CERT-CANCEL(WS-CERT-IDX) BY 100
                       GIVING WS-CANCEL-YYYYMM
                   IF WS-CERT-CARRIER(WS-CERT-IDX)
                           = WS-CAR-CODE(WS-CAR-IDX)
                           AND WS-CANCEL-YYYYMM = WS-RUN-YYYYMM
                       PERFORM 600-NOTIFY-CANCELLATION
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

       550-REMIT-CERTIFICATE.
           MOVE SPACES TO REMIT-REC.
           MOVE "P"                          TO MIR-TYPE.
           MOVE WS-CERT-CARRIER(WS-CERT-IDX) TO MIR-CARRIER.
           MOVE WS-RUN-YYYYMM                TO MIR-PERIOD.
           MOVE WS-CERT-NO(WS-CERT-IDX)      TO MIR-CERT-NO.
           MOVE WS-CERT-ACC(WS-CERT-IDX)     TO MIR-ACC.
           MOVE WS-CERT-PMI-PAID(WS-CERT-IDX) TO MIR-AMOUNT.
           MOVE 0                            TO MIR-EFF-DATE.
           WRITE REMIT-REC.
           ADD 1 TO WS-REMIT-COUNTER.

           MOVE WS-CERT-ACC(WS-CERT-IDX)      TO WS-DTL-ACC.
           MOVE WS-CERT-NO(WS-CERT-IDX)       TO WS-DTL-CERT-NO.
           MOVE WS-CERT-PMI-PAID(WS-CERT-IDX) TO WS-DTL-AMOUNT.
           MOVE SPACES                        TO WS-DTL-DATE.
           MOVE WS-DETAIL-LINE TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

       600-NOTIFY-CANCELLATION.
           MOVE SPACES TO REMIT-REC.
           MOVE "C"                          TO MIR-TYPE.
           MOVE WS-CERT-CARRIER(WS-CERT-IDX) TO MIR-CARRIER.
           MOVE WS-RUN-YYYYMM                TO MIR-PERIOD.
           MOVE WS-CERT-NO(WS-CERT-IDX)      TO MIR-CERT-NO.
           MOVE WS-CERT-ACC(WS-CERT-IDX)     TO MIR-ACC.
           MOVE 0                            TO MIR-AMOUNT.
           MOVE WS-CERT-CANCEL(WS-CERT-IDX)  TO MIR-EFF-DATE.
           WRITE REMIT-REC.
           ADD 1 TO WS-CANCEL-COUNTER.

           MOVE WS-CERT-ACC(WS-CERT-IDX)     TO WS-DTL-ACC.
           MOVE WS-CERT-NO(WS-CERT-IDX)      TO WS-DTL-CERT-NO.
           MOVE 0                            TO WS-DTL-AMOUNT.
           MOVE WS-CERT-CANCEL(WS-CERT-IDX)  TO WS-DTL-DATE.
           MOVE WS-DETAIL-LINE TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE "CARRIERS REMITTED:"     TO WS-TOT-LABEL.
           MOVE WS-CAR-COUNT-TOTAL       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

           MOVE "TOTAL PREMIUM REMITTED:" TO WS-TOT-LABEL.
           MOVE WS-PREMIUM-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.

           MOVE "CANCELLATION NOTICES:"  TO WS-TOT-LABEL.
           MOVE WS-CANCEL-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO REMIT-REPORT-REC.
           WRITE REMIT-REPORT-REC.
