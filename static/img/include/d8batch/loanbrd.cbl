      * fields, rate and term inside its PRODPARM product's limits,
      * origination date not in the future, no duplicate account on
      * LOANMSTR - then priced once through loancalc to prove it
      * quotes, screened through ofacchk against the SDN sanctions
      * list, written to LOANMSTR and the "infile" pricing master,
      * its full principal opening its LOANTXN ledger the way
      * ledgconv opens a converted loan's, and counted on the
      * "bordrpt" report; failures land on "bordrej" with the
      * reason.  A borrower who is a potential sanctions hit is
      * rejected as held for review and boards on a later run once
      * compliance clears the hit.  A loan that came through the
      * web application queue carries its loan_application id; each
      * one boarded is logged on the "appboard" file so the year-end
      * HMDA register (hmdalar) can tell a quoted application that
      * funded from one that never did.
      *
      * Each loan names the servicing company that owns it (blank
      * is the house company).  The company must be on the company
      * file, and a product or investor that belongs to one company
      * may only take that company's loans.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PROD-CODE
           FILE STATUS IS WS-PRODPARM-STATUS.

           SELECT INVMSTR ASSIGN TO "INVMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INV-CODE
           FILE STATUS IS WS-INVMSTR-STATUS.

           SELECT BOARD-FILE ASSIGN TO "borddata"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Loan transaction ledger; created on first use.
           SELECT LOAN-LEDGER ASSIGN TO "LOANTXN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TXN-KEY
           FILE STATUS IS WS-LOANTXN-STATUS.

      * Application ids boarded, kept for the HMDA register.
           SELECT APP-BOARD-LOG ASSIGN TO "appboard"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APPBOARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
       FD PRODPARM.
           COPY "prodparm.cpy".

      * Shared investor master record; see invrec.cpy.
       FD INVMSTR.
           COPY "invrec.cpy".

      * The originator's closing extract, one line per funded loan,
      * carrying the same fields a loanmaint add would.
       FD BOARD-FILE.
               05 BRD-INVESTOR-CODE PIC X(03).
               05 FILLER            PIC X(01).
               05 BRD-PRODUCT-CODE  PIC X(03).
      * The 9-digit loan_application id, zero-filled, when the loan
      * started as a web application; blank otherwise.
               05 FILLER            PIC X(01).
               05 BRD-APP-ID        PIC X(09).
      * The servicing company that owns the loan; blank is the
      * house company.
               05 FILLER            PIC X(01).
               05 BRD-COMPANY-CODE  PIC X(03).

       FD REJECT-FILE.
           01 BOARD-REJECT-REC.
       FD BOARD-REPORT.
           01 BOARD-REPORT-REC PIC X(80).

      * Shared loan transaction ledger record; see txnrec.cpy.
       FD LOAN-LEDGER.
           COPY "txnrec.cpy".

       FD APP-BOARD-LOG.
           01 APP-BOARD-REC.
               05 APB-APP-ID        PIC X(09).
               05 FILLER            PIC X(01).
               05 APB-ACCT-NO       PIC X(10).
               05 FILLER            PIC X(01).
               05 APB-BOARD-DATE    PIC 9(08).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-PRICING-STATUS   PIC X(02) VALUE "00".
           01 WS-PRODPARM-STATUS  PIC X(02) VALUE "00".
           01 WS-INVMSTR-STATUS   PIC X(02) VALUE "00".
           01 WS-APPBOARD-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANTXN-STATUS   PIC X(02) VALUE "00".
           01 WS-TXN-WRITTEN      PIC X(01) VALUE "N".
           01 WS-LEDGER-FULL      PIC X(01) VALUE "N".
           01 WS-BOARD-EOF        PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-MAX-RATE         PIC 9(02)V9(02) VALUE 25.00.
           01 WS-MAX-TERM         PIC 9(02) VALUE 40.
           01 WS-PRODPARM-OPEN    PIC X(01) VALUE "N".
           01 WS-INVMSTR-OPEN     PIC X(01) VALUE "N".

      * The loan's company, blank taken as the house company, and
      * the company its product and investor belong to (blank when
      * shared or not on file).
           01 WS-BRD-COMPANY      PIC X(03) VALUE SPACES.
           01 WS-PROD-COMPANY     PIC X(03) VALUE SPACES.
           01 WS-INV-COMPANY      PIC X(03) VALUE SPACES.

           01 WS-BOARDED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-OFAC-HELD-COUNTER PIC 9(09) VALUE ZEROES.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

      * Shared sanctions screening parameter record; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

      * Shared company-lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           IF WS-PRODPARM-STATUS = "00"
               MOVE "Y" TO WS-PRODPARM-OPEN
           END-IF.
           OPEN INPUT INVMSTR.
           IF WS-INVMSTR-STATUS = "00"
               MOVE "Y" TO WS-INVMSTR-OPEN
           END-IF.
           OPEN I-O LOAN-LEDGER.
           IF WS-LOANTXN-STATUS = "35"
               OPEN OUTPUT LOAN-LEDGER
               CLOSE LOAN-LEDGER
               OPEN I-O LOAN-LEDGER
           END-IF.
           OPEN INPUT BOARD-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT BOARD-REPORT.
           OPEN EXTEND APP-BOARD-LOG.
           IF WS-APPBOARD-STATUS = "35"
               OPEN OUTPUT APP-BOARD-LOG
           END-IF.

           PERFORM UNTIL WS-BOARD-EOF = "Y"
               READ BOARD-FILE

           PERFORM 900-WRITE-REPORT-TOTALS.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.
           CLOSE LOANMSTR.
           CLOSE PRICING-MASTER.
           IF WS-PRODPARM-OPEN = "Y"
               CLOSE PRODPARM
           END-IF.
           IF WS-INVMSTR-OPEN = "Y"
               CLOSE INVMSTR
           END-IF.
           CLOSE LOAN-LEDGER.
           CLOSE BOARD-FILE.
           CLOSE REJECT-FILE.
           CLOSE BOARD-REPORT.
           CLOSE APP-BOARD-LOG.

           DISPLAY "LOANS BOARDED: "  WS-BOARDED-COUNTER.
           DISPLAY "LOANS REJECTED: " WS-REJECTED-COUNTER.
           DISPLAY "OFAC REVIEW HOLDS: " WS-OFAC-HELD-COUNTER.
      * The screening CALLs reset RETURN-CODE; restate the warning.
           IF WS-REJECTED-COUNTER > 0 OR WS-LEDGER-FULL = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-BOARD-LOAN.
           IF WS-REJECT-REASON = SPACES
               PERFORM 300-PRICE-FIRST-PAYMENT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 350-SCREEN-BORROWER
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM 400-WRITE-MASTERS
           ELSE

       200-VALIDATE-LOAN.
           PERFORM 250-LOAD-PRODUCT-LIMITS.
           PERFORM 260-LOAD-COMPANY.
           EVALUATE TRUE
               WHEN BRD-ORIG-PRIN NOT NUMERIC
               WHEN BRD-INT-RATE NOT NUMERIC
                   MOVE "TERM OUTSIDE LIMITS" TO WS-REJECT-REASON
               WHEN BRD-ORIG-DATE > WS-RUN-DATE
                   MOVE "ORIG DATE IN FUTURE" TO WS-REJECT-REASON
               WHEN NOT CMP-FOUND
                   MOVE "COMPANY NOT ON FILE" TO WS-REJECT-REASON
               WHEN WS-PROD-COMPANY NOT = SPACES
                 AND WS-PROD-COMPANY NOT = WS-BRD-COMPANY
                   MOVE "PRODUCT OF OTHER CO" TO WS-REJECT-REASON
               WHEN WS-INV-COMPANY NOT = SPACES
                 AND WS-INV-COMPANY NOT = WS-BRD-COMPANY
                   MOVE "INVESTOR OF OTHER CO" TO WS-REJECT-REASON
           END-EVALUATE.

       250-LOAD-PRODUCT-LIMITS.
      * The loan's own product's limits, or the "STD" product's, or
      * the compiled defaults when neither is on file.
           MOVE SPACES TO WS-PROD-COMPANY.
           IF WS-PRODPARM-OPEN = "Y"
               IF BRD-PRODUCT-CODE = SPACES
                   MOVE "STD" TO PROD-CODE
                       IF PROD-MAX-TERM > 0
                           MOVE PROD-MAX-TERM TO WS-MAX-TERM
                       END-IF
                       MOVE PROD-COMPANY-CODE TO WS-PROD-COMPANY
               END-READ
           END-IF.

       260-LOAD-COMPANY.
      * The loan's company must be on file; its investor, when the
      * investor master knows it, must deal with that company.
           MOVE "L"              TO CMP-FUNCTION.
           MOVE BRD-COMPANY-CODE TO CMP-CODE.
           CALL "complook" USING CMP-PARAMS.
           MOVE CMP-CODE         TO WS-BRD-COMPANY.
           MOVE SPACES           TO WS-INV-COMPANY.
           IF WS-INVMSTR-OPEN = "Y" AND BRD-INVESTOR-CODE NOT = SPACES
               MOVE BRD-INVESTOR-CODE TO INV-CODE
               READ INVMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INV-COMPANY-CODE TO WS-INV-COMPANY
               END-READ
           END-IF.

               MOVE ERROR-MSG TO WS-REJECT-REASON
           END-IF.

       350-SCREEN-BORROWER.
           MOVE "S"             TO OFAC-FUNCTION.
           MOVE "B"             TO OFAC-PARTY-TYPE.
           MOVE BRD-ACCT-NO     TO OFAC-PARTY-ID.
           MOVE BRD-CUST-NAME   TO OFAC-NAME.
           MOVE BRD-CUST-ADDR   TO OFAC-ADDR.
           MOVE "loanbrd"       TO OFAC-CALLER.
           CALL "ofacchk" USING OFAC-PARAMS.
           IF OFAC-HIT
               ADD 1 TO WS-OFAC-HELD-COUNTER
               MOVE "OFAC REVIEW HOLD" TO WS-REJECT-REASON
           END-IF.

       400-WRITE-MASTERS.
           MOVE BRD-ACCT-NO       TO LOAN-ACCT-NO.
           MOVE BRD-CUST-NAME     TO LOAN-CUST-NAME.
           MOVE BRD-INVESTOR-CODE TO LOAN-INVESTOR-CODE.
           MOVE BRD-PRODUCT-CODE  TO LOAN-PRODUCT-CODE.
           MOVE SPACE             TO LOAN-PMI-STOP-FLAG.
      * The originator's extract carries no ARM, interest-only or
      * balloon terms; those are set up through maintenance after
      * boarding.
           MOVE 0                 TO LOAN-ARM-RESET-MONTHS.
           MOVE 0                 TO LOAN-ARM-RATE-ADJ.
           MOVE 0                 TO LOAN-ARM-RATE-CAP.
           MOVE SPACES            TO LOAN-RATE-INDEX.
           MOVE 0                 TO LOAN-INDEX-MARGIN.
           MOVE 0                 TO LOAN-IO-MONTHS.
           MOVE 0                 TO LOAN-BALLOON-TERM.
           MOVE 0                 TO LOAN-DRAW-END-DATE.
           MOVE 0                 TO LOAN-REPAY-TERM.
           MOVE 0                 TO LOAN-CONV-PRIN.
           MOVE 0                 TO LOAN-DUE-DAY.
           MOVE 0                 TO LOAN-DUE-DAY-CHG-DATE.
           MOVE WS-BRD-COMPANY    TO LOAN-COMPANY-CODE.
      * The originator boards closed-end loans; a revolving line is
      * set up through maintenance.
           MOVE "I"               TO LOAN-ACCT-TYPE.
           MOVE 0                 TO LOAN-CREDIT-LIMIT.
           MOVE 0                 TO LOAN-CURR-BALANCE.
      * The loan goes on the books owing its full principal with
      * nothing paid through yet.
           MOVE BRD-ORIG-PRIN     TO LOAN-ACTUAL-BALANCE.
           MOVE 0                 TO LOAN-PAID-THRU-DATE.
           WRITE LOAN-RECORD
               INVALID KEY
                   MOVE "DUPLICATE ACCOUNT" TO WS-REJECT-REASON
                   PERFORM 800-REJECT-LOAN
               NOT INVALID KEY
                   PERFORM 450-WRITE-PRICING-MASTER
                   PERFORM 460-WRITE-OPENING-ENTRY
                   IF BRD-APP-ID NOT = SPACES
                       PERFORM 470-LOG-APPLICATION
                   END-IF
                   ADD 1 TO WS-BOARDED-COUNTER
           END-WRITE.

                   CONTINUE
           END-WRITE.

       460-WRITE-OPENING-ENTRY.
      * The principal the loan boards owing opens its ledger, as
      * ledgconv's OPENING entry does for a converted loan, so every
      * later movement proves against it.
           MOVE SPACES             TO TXN-REC.
           MOVE BRD-ACCT-NO        TO TXN-ACC.
           MOVE WS-RUN-DATE        TO TXN-DATE.
           MOVE 1                  TO TXN-SEQ.
           MOVE "OPENING"          TO TXN-TYPE.
           MOVE 0                  TO TXN-DUE-DATE.
           MOVE 0 TO TXN-AMOUNT TXN-PRINCIPAL TXN-INTEREST
                     TXN-ESCROW TXN-FEES.
           MOVE BRD-ORIG-PRIN      TO TXN-BALANCE.
           MOVE "LOANBRD"          TO TXN-SOURCE.
           MOVE "N" TO WS-TXN-WRITTEN.
           PERFORM UNTIL WS-TXN-WRITTEN = "Y"
               WRITE TXN-REC
                   INVALID KEY
                       IF TXN-SEQ = 9999
                           DISPLAY "LEDGER SEQUENCE FULL, ACCOUNT "
                                   BRD-ACCT-NO
                           MOVE "Y" TO WS-LEDGER-FULL
                           MOVE "Y" TO WS-TXN-WRITTEN
                       ELSE
                           ADD 1 TO TXN-SEQ
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TXN-WRITTEN
               END-WRITE
           END-PERFORM.

       470-LOG-APPLICATION.
           MOVE SPACES        TO APP-BOARD-REC.
           MOVE BRD-APP-ID    TO APB-APP-ID.
           MOVE BRD-ACCT-NO   TO APB-ACCT-NO.
           MOVE WS-RUN-DATE   TO APB-BOARD-DATE.
           WRITE APP-BOARD-REC.

       800-REJECT-LOAN.
           ADD 1 TO WS-REJECTED-COUNTER.
           MOVE BRD-ACCT-NO     TO BREJECT-ACC.
           MOVE WS-REJECTED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO BOARD-REPORT-REC.
           WRITE BOARD-REPORT-REC.

           MOVE "  OFAC REVIEW HOLDS:" TO WS-TOT-LABEL.
           MOVE WS-OFAC-HELD-COUNTER  TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE         TO BOARD-REPORT-REC.
           WRITE BOARD-REPORT-REC.
