      * name, original principal, current balance, and a payment-
      * status code.  The "bureauctl" control report carries the
      * record count and money totals so the transmission can be
      * balanced, ending the rekeying into the vendor portal.  An
      * account with a credit-reporting dispute open on the DISPUTES
      * case file reports the "XB" disputed compliance condition
      * code, and one whose last such dispute was resolved this
      * month reports "XH" once so the bureau clears the condition.
      * Each borrower on the loan reports the tradeline under their
      * own name with the association (ECOA) code for their role:
      * "1" a sole borrower, "2" the primary and co-borrowers on a
      * joint loan, "7" the maker and "5" each co-signer or
      * guarantor on a loan with no co-borrower; a co-signer or
      * guarantor on a joint loan is "5" as well.  A non-borrowing
      * spouse is not liable and is not reported.  An account under
      * a bureau-reporting service hold (see holdmaint and svchold)
      * is left out of the file while the hold stands and counted on
      * the control report.  Each record carries the data-furnisher
      * id the bureaus know the servicing company by (its bureau id
      * on the company file, see complook) and the company code.
      * A company code as the first command-line token limits the
      * run to that company's loans, for a company that transmits
      * on its own; with none every company's loans are extracted.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * Dispute cases maintained by dspmaint; optional, and without
      * it no tradeline carries a compliance condition.
           SELECT DISPUTES ASSIGN TO "DISPUTES"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DISPUTES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
      * Mirrors custmain's own FD CUSTXREF layout field for field.
       FD CUSTXREF.
           01 XREF-REC.
               05 XREF-KEY.
                   10 XREF-ACCT-NO   PIC X(10).
                   10 XREF-CUST-NO   PIC X(06).
               05 XREF-ROLE          PIC X(01).
                   88 XREF-PRIMARY        VALUE "P", SPACE.
                   88 XREF-CO-BORROWER    VALUE "C".
                   88 XREF-CO-SIGNER      VALUE "S".
                   88 XREF-GUARANTOR      VALUE "G".
                   88 XREF-NB-SPOUSE      VALUE "N".
                   88 XREF-OBLIGOR        VALUE "P", "C", "S", SPACE.

      * Shared dispute case record; see dsprec.cpy.
       FD DISPUTES.
           COPY "dsprec.cpy".

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "schedrec.cpy".

      * Fixed layout agreed with the reporting service: one record
      * per borrower on each open tradeline.
       FD BUREAU-FILE.
           01 BUREAU-REC.
               05 BUR-ACC            PIC X(10).
               05 BUR-ORIG-PRIN      PIC 9(07)V9(02).
               05 BUR-CURR-BALANCE   PIC 9(07)V9(02).
               05 BUR-STATUS-CODE    PIC X(02).
      * Compliance condition code: XB disputed, XH dispute
      * resolved, blank for none.
               05 BUR-COMPLIANCE-CODE PIC X(02).
      * The borrower's association with the account: 1 individual,
      * 2 joint, 5 co-signer or guarantor, 7 maker.
               05 BUR-ECOA-CODE      PIC X(01).
      * The servicing company the tradeline is furnished under.
               05 BUR-REPORTER-ID    PIC X(10).
               05 BUR-COMPANY-CODE   PIC X(03).

       FD CONTROL-REPORT.
           01 CONTROL-REPORT-REC PIC X(80).
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTFILE-OPEN    PIC X(01) VALUE "N".
           01 WS-DISPUTES-STATUS  PIC X(02) VALUE "00".
           01 WS-DISPUTES-OPEN    PIC X(01) VALUE "N".
           01 WS-DSP-EOF          PIC X(01) VALUE "N".
           01 WS-DSP-RESOLVED-YYYYMM PIC 9(06) VALUE ZEROES.
           01 WS-DISPUTED-COUNTER PIC 9(09) VALUE ZEROES.

      * The borrowers reported on the tradeline, each with the
      * name and association code their bureau record carries.
           01 WS-BORROWER-TABLE.
               05 WS-BORROWER-ENTRY OCCURS 10 TIMES.
                   10 WS-BRW-NAME      PIC X(30).
                   10 WS-BRW-ECOA      PIC X(01).
           01 WS-BORROWER-COUNT   PIC 9(02) VALUE ZEROES.
           01 WS-BORROWER-IDX     PIC 9(02) VALUE ZEROES.
           01 WS-CO-BORROWERS     PIC 9(02) VALUE ZEROES.
           01 WS-SECONDARIES      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
           01 WS-PARTY-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX        PIC 9(02) VALUE ZEROES.
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-MSTR-EOF         PIC X(01) VALUE "N".
      * The reserved control-record keys a controlled master may
      * carry (see bcuota); they are no loan and take no part here.
           01 WS-SEARCH-ACC       PIC X(10) VALUE SPACES.

           01 WS-RECORD-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-ACCOUNT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-SKIPPED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-SVC-HELD-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-OTHER-CO-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-PRIN-TOTAL       PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-BALANCE-TOTAL    PIC 9(11)V9(02) VALUE ZEROES.

               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(10)9.99.

      * Shared service-hold parameter record; see svhparm.cpy.
           COPY "svhparm.cpy".

      * Company the run is limited to; spaces for every company.
           01 WS-COMPANY-PARM     PIC X(03) VALUE SPACES.
           01 WS-LOAN-COMPANY     PIC X(03) VALUE SPACES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CL-CODE       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(40).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-COMPANY-PARM FROM COMMAND-LINE.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE "L"             TO CMP-FUNCTION
               MOVE WS-COMPANY-PARM TO CMP-CODE
               CALL "complook" USING CMP-PARAMS
               IF NOT CMP-FOUND
                   DISPLAY "COMPANY NOT ON FILE: " WS-COMPANY-PARM
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   AND WS-CUSTXREF-STATUS = "00"
               MOVE "Y" TO WS-CUSTFILE-OPEN
           END-IF.
           OPEN INPUT DISPUTES.
           IF WS-DISPUTES-STATUS = "00"
               MOVE "Y" TO WS-DISPUTES-OPEN
           END-IF.

           PERFORM UNTIL WS-MSTR-EOF = "Y"
               READ LOANMSTR
               CLOSE CUSTMSTR
               CLOSE CUSTXREF
           END-IF.
           IF WS-DISPUTES-OPEN = "Y"
               CLOSE DISPUTES
           END-IF.
           MOVE "C" TO SVH-FUNCTION.
           CALL "svchold" USING SVH-PARAMS.

           DISPLAY "TRADELINES EXTRACTED: " WS-RECORD-COUNTER.
           DISPLAY "DISPUTED TRADELINES: "  WS-DISPUTED-COUNTER.
           DISPLAY "SERVICE HOLD ACCOUNTS: " WS-SVC-HELD-COUNTER.
           IF WS-COMPANY-PARM NOT = SPACES
               DISPLAY "OTHER COMPANY ACCOUNTS: " WS-OTHER-CO-COUNTER
           END-IF.
           GOBACK.

       050-FIND-ACCT-ENTRY.

       250-RESOLVE-CUSTOMER-NAME.
      * A linked account's tradeline reports under the customer
      * master's names so every account of a customer reports the
      * same way; unlinked accounts keep the loan record's own copy
      * as a sole borrower.
           MOVE 0 TO WS-BORROWER-COUNT.
           MOVE 0 TO WS-PARTY-COUNT.
           IF WS-CUSTFILE-OPEN = "Y"
               PERFORM 255-GATHER-PARTIES
           END-IF.
           MOVE 0 TO WS-CO-BORROWERS WS-SECONDARIES.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
               EVALUATE WS-PTY-ROLE(WS-PARTY-IDX)
                   WHEN "C"
                       ADD 1 TO WS-CO-BORROWERS
                   WHEN "S"
                   WHEN "G"
                       ADD 1 TO WS-SECONDARIES
               END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
               IF WS-PTY-ROLE(WS-PARTY-IDX) NOT = "N"
                   MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO CUST-NO
                   READ CUSTMSTR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 258-ADD-BORROWER
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-BORROWER-COUNT = 0
               MOVE 1 TO WS-BORROWER-COUNT
               MOVE LOAN-CUST-NAME TO WS-BRW-NAME(1)
               MOVE "1" TO WS-BRW-ECOA(1)
           END-IF.

       255-GATHER-PARTIES.
      * The account's entries sit together under its key.
           MOVE "N" TO WS-XREF-EOF.
           MOVE LOAN-ACCT-NO TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = LOAN-ACCT-NO
                           OR WS-PARTY-COUNT >= 10
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       ADD 1 TO WS-PARTY-COUNT
                       MOVE XREF-CUST-NO
                           TO WS-PTY-CUST-NO(WS-PARTY-COUNT)
                       MOVE XREF-ROLE
                           TO WS-PTY-ROLE(WS-PARTY-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

       258-ADD-BORROWER.
           ADD 1 TO WS-BORROWER-COUNT.
           MOVE CUST-NAME TO WS-BRW-NAME(WS-BORROWER-COUNT).
           EVALUATE TRUE
               WHEN WS-PTY-ROLE(WS-PARTY-IDX) = "C"
                   MOVE "2" TO WS-BRW-ECOA(WS-BORROWER-COUNT)
               WHEN WS-PTY-ROLE(WS-PARTY-IDX) = "S"
                 OR WS-PTY-ROLE(WS-PARTY-IDX) = "G"
                   MOVE "5" TO WS-BRW-ECOA(WS-BORROWER-COUNT)
               WHEN WS-CO-BORROWERS > 0
                   MOVE "2" TO WS-BRW-ECOA(WS-BORROWER-COUNT)
               WHEN WS-SECONDARIES > 0
                   MOVE "7" TO WS-BRW-ECOA(WS-BORROWER-COUNT)
               WHEN OTHER
                   MOVE "1" TO WS-BRW-ECOA(WS-BORROWER-COUNT)
           END-EVALUATE.

       270-SET-COMPLIANCE-CODE.
      * Any open credit-reporting case marks the tradeline disputed;
      * with none open, one closed this month reports resolved.
           MOVE SPACES TO BUR-COMPLIANCE-CODE.
           IF WS-DISPUTES-OPEN = "Y"
               MOVE "N" TO WS-DSP-EOF
               MOVE LOAN-ACCT-NO TO DSP-ACCT-NO
               MOVE 0 TO DSP-CASE-SEQ
               START DISPUTES KEY NOT < DSP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DSP-EOF
               END-START
               PERFORM UNTIL WS-DSP-EOF = "Y"
                   READ DISPUTES NEXT RECORD
                   AT END MOVE "Y" TO WS-DSP-EOF
                   NOT AT END
                       IF DSP-ACCT-NO NOT = LOAN-ACCT-NO
                           MOVE "Y" TO WS-DSP-EOF
                       ELSE
                           IF DSP-TYPE-CREDIT
                               PERFORM 275-APPLY-CASE-CONDITION
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF BUR-COMPLIANCE-CODE = "XB"
               ADD 1 TO WS-DISPUTED-COUNTER
           END-IF.

       275-APPLY-CASE-CONDITION.
           IF DSP-ST-CLOSED
               DIVIDE DSP-RESOLVED-DATE BY 100
                   GIVING WS-DSP-RESOLVED-YYYYMM
               IF WS-DSP-RESOLVED-YYYYMM = WS-RUN-YYYYMM
                       AND BUR-COMPLIANCE-CODE = SPACES
                   MOVE "XH" TO BUR-COMPLIANCE-CODE
               END-IF
           ELSE
               MOVE "XB" TO BUR-COMPLIANCE-CODE
           END-IF.

       280-CHECK-SERVICE-HOLD.
      * A bureau-reporting service hold keeps the tradeline out of
      * this month's file; it reports again on the first run after
      * the hold ends.
           MOVE "S"          TO SVH-FUNCTION.
           MOVE LOAN-ACCT-NO TO SVH-ACCT.
           MOVE "CBR"        TO SVH-TYPE.
           MOVE "bureauex"   TO SVH-CALLER.
           CALL "svchold" USING SVH-PARAMS.
           IF SVH-HELD
               ADD 1 TO WS-SVC-HELD-COUNTER
           END-IF.

       300-EXTRACT-TRADELINE.
      * Closed loans report nothing; a charged-off loan is no
      * longer an active tradeline and reports nothing here either.
           MOVE LOAN-COMPANY-CODE TO WS-LOAN-COMPANY.
           IF WS-LOAN-COMPANY = SPACES
               MOVE "001" TO WS-LOAN-COMPANY
           END-IF.
           IF WS-COMPANY-PARM NOT = SPACES
                   AND WS-LOAN-COMPANY NOT = WS-COMPANY-PARM
               ADD 1 TO WS-OTHER-CO-COUNTER
           ELSE
               PERFORM 310-EXTRACT-COMPANY-TRADELINE
           END-IF.

       310-EXTRACT-COMPANY-TRADELINE.
           IF LOAN-STATUS = "C" OR LOAN-STATUS = "O"
               ADD 1 TO WS-SKIPPED-COUNTER
           ELSE
               PERFORM 280-CHECK-SERVICE-HOLD
               IF SVH-HELD
                   CONTINUE
               ELSE
                   PERFORM 250-RESOLVE-CUSTOMER-NAME
                   MOVE SPACES TO BUREAU-REC
                   MOVE LOAN-ACCT-NO   TO BUR-ACC
                   MOVE LOAN-ORIG-PRIN TO BUR-ORIG-PRIN
                   MOVE "L"             TO CMP-FUNCTION
                   MOVE WS-LOAN-COMPANY TO CMP-CODE
                   CALL "complook" USING CMP-PARAMS
                   MOVE CMP-BUREAU-ID   TO BUR-REPORTER-ID
                   MOVE WS-LOAN-COMPANY TO BUR-COMPANY-CODE
                   MOVE LOAN-ACCT-NO TO WS-SEARCH-ACC
                   PERFORM 050-FIND-ACCT-ENTRY
                   IF WS-FOUND-IDX > 0
                       MOVE WS-TBL-BALANCE(WS-FOUND-IDX)
                           TO BUR-CURR-BALANCE
                       EVALUATE WS-TBL-BUCKET(WS-FOUND-IDX)
                           WHEN 0
                           WHEN 1
                               MOVE "01" TO BUR-STATUS-CODE
                           WHEN 2
                               MOVE "02" TO BUR-STATUS-CODE
                           WHEN 3
                               MOVE "03" TO BUR-STATUS-CODE
                           WHEN 4
                               MOVE "04" TO BUR-STATUS-CODE
                           WHEN OTHER
                               MOVE "05" TO BUR-STATUS-CODE
                       END-EVALUATE
                   ELSE
                       MOVE 0    TO BUR-CURR-BALANCE
                       MOVE "01" TO BUR-STATUS-CODE
                   END-IF
                   PERFORM 270-SET-COMPLIANCE-CODE
                   ADD 1 TO WS-ACCOUNT-COUNTER
      * One record per borrower; the money totals follow the records
      * so the transmission still balances.
                   PERFORM VARYING WS-BORROWER-IDX FROM 1 BY 1
                           UNTIL WS-BORROWER-IDX > WS-BORROWER-COUNT
                       MOVE WS-BRW-NAME(WS-BORROWER-IDX)
                           TO BUR-CUST-NAME
                       MOVE WS-BRW-ECOA(WS-BORROWER-IDX)
                           TO BUR-ECOA-CODE
                       WRITE BUREAU-REC
                       ADD 1 TO WS-RECORD-COUNTER
                       ADD BUR-ORIG-PRIN    TO WS-PRIN-TOTAL
                       ADD BUR-CURR-BALANCE TO WS-BALANCE-TOTAL
                   END-PERFORM
               END-IF
           END-IF.

       900-WRITE-CONTROL-TOTALS.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE "L"             TO CMP-FUNCTION
               MOVE WS-COMPANY-PARM TO CMP-CODE
               CALL "complook" USING CMP-PARAMS
               MOVE WS-COMPANY-PARM TO WS-CL-CODE
               MOVE CMP-NAME        TO WS-CL-NAME
               MOVE WS-COMPANY-LINE TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
           END-IF.

           MOVE "TRADELINES EXTRACTED:"   TO WS-TOT-LABEL.
           MOVE WS-RECORD-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           MOVE "ACCOUNTS REPORTED:"      TO WS-TOT-LABEL.
           MOVE WS-ACCOUNT-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           MOVE "CLOSED ACCOUNTS SKIPPED:" TO WS-TOT-LABEL.
           MOVE WS-SKIPPED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           MOVE "DISPUTED TRADELINES:"    TO WS-TOT-LABEL.
           MOVE WS-DISPUTED-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           MOVE "SERVICE HOLD ACCOUNTS:"  TO WS-TOT-LABEL.
           MOVE WS-SVC-HELD-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
           WRITE CONTROL-REPORT-REC.

           IF WS-COMPANY-PARM NOT = SPACES
               MOVE "OTHER COMPANY ACCOUNTS:" TO WS-TOT-LABEL
               MOVE WS-OTHER-CO-COUNTER      TO WS-TOT-VALUE
               MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC
               WRITE CONTROL-REPORT-REC
           END-IF.

           MOVE "TOTAL ORIGINAL PRIN:"    TO WS-TOT-LABEL.
           MOVE WS-PRIN-TOTAL            TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE            TO CONTROL-REPORT-REC.
