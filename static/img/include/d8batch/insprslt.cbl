      ******************************************************************
      *
      * Property Inspection Results
      * ============================
      *
      * Loads the inspection vendor's results file "inspres" back
      * against the orders inspord placed: account, date inspected,
      * result (O occupied, V vacant, D damaged), the vendor's fee,
      * and the vendor's name.  A result for an account not on
      * LOANMSTR, with no open order on INSPTRK, of an unknown
      * result code, without a valid inspection date, or with a
      * non-numeric fee is rejected.  An accepted result closes the
      * order on INSPTRK with the date and result.  The fee is
      * booked to the account's CORPADV record as a recoverable
      * INSPECT corporate advance with a DISBURSE line on the
      * "corpact" journal, the way corpmain books one, so glinterf
      * takes it to the GL.  A vacant or damaged property needs a
      * person: it appends a collector action to "collact" due
      * today and an entry to the "corrhist" correspondence history
      * so the service desk sees it on the account.  Everything
      * done or refused lands on the "insprrpt" register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. insprslt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "inspres"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RESULT-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT INSPTRK ASSIGN TO "INSPTRK"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INSP-ACCT-NO
           FILE STATUS IS WS-INSPTRK-STATUS.

      * Corporate-advance subledger; created on first use.
           SELECT CORPADV ASSIGN TO "CORPADV"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORP-ACCT-NO
           FILE STATUS IS WS-CORPADV-STATUS.

           SELECT CORP-ACTIVITY ASSIGN TO "corpact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORPACT-STATUS.

      * Collector activity collwork keeps; a vacant or damaged
      * property is a call for the desk.
           SELECT ACTION-FILE ASSIGN TO "collact"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ACTION-STATUS.

      * Correspondence history corresp keeps.
           SELECT HISTORY-FILE ASSIGN TO "corrhist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RESULT-REPORT ASSIGN TO "insprrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESULT-FILE.
           01 RESULT-REC.
               05 RES-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 RES-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 RES-RESULT         PIC X(01).
               05 FILLER             PIC X(01).
               05 RES-FEE            PIC 9(05)V9(02).
               05 FILLER             PIC X(01).
               05 RES-VENDOR         PIC X(20).

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared property-inspection tracking record; see insprec.cpy.
       FD INSPTRK.
           COPY "insprec.cpy".

      * Shared corporate-advance subledger record; see corprec.cpy.
       FD CORPADV.
           COPY "corprec.cpy".

      * Shared corporate-advance activity record; see corpact.cpy.
       FD CORP-ACTIVITY.
           COPY "corpact.cpy".

      * Mirrors collwork's own FD ACTION-FILE layout field for field.
       FD ACTION-FILE.
           01 ACTION-REC.
               05 ACT-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-WORK-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACT-COLLECTOR      PIC X(03).
               05 FILLER             PIC X(01).
               05 ACT-OUTCOME        PIC X(03).
               05 FILLER             PIC X(01).
               05 ACT-NEXT-DATE      PIC 9(08).

      * Mirrors corresp's own FD HISTORY-FILE layout field for field.
       FD HISTORY-FILE.
           01 HISTORY-REC.
               05 CRH-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 CRH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 CRH-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRH-DISPOSITION    PIC X(01).
                   88 CRH-SENT            VALUE SPACE.
                   88 CRH-SUPPRESSED      VALUE "S".
                   88 CRH-PART-SUPPRESSED VALUE "P".
                   88 CRH-HELD            VALUE "H".

       FD RESULT-REPORT.
           01 RESULT-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-RESULT-STATUS    PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-INSPTRK-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPADV-STATUS   PIC X(02) VALUE "00".
           01 WS-CORPACT-STATUS   PIC X(02) VALUE "00".
           01 WS-ACTION-STATUS    PIC X(02) VALUE "00".
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-RESULT-EOF       PIC X(01) VALUE "N".
           01 WS-CORP-NEW         PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * The desk id a vacant or damaged result is posted under on
      * collact, and the outcome and corrhist template it carries.
           01 WS-INSP-COLLECTOR   PIC X(03) VALUE "INS".
           01 WS-FOLLOW-OUTCOME   PIC X(03) VALUE SPACES.
           01 WS-FOLLOW-TEMPLATE  PIC X(08) VALUE SPACES.

           01 WS-ACCEPTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REJECTED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-VACANT-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-DAMAGED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-FEE-TOTAL        PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RESULT    PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-FEE       PIC Z(4)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O INSPTRK.
           IF WS-INSPTRK-STATUS NOT = "00"
               DISPLAY "INSPTRK OPEN FAILED, STATUS: "
                       WS-INSPTRK-STATUS
               CLOSE LOANMSTR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CORPADV.
           IF WS-CORPADV-STATUS = "35"
               OPEN OUTPUT CORPADV
               CLOSE CORPADV
               OPEN I-O CORPADV
           END-IF.
           IF WS-CORPADV-STATUS NOT = "00"
               DISPLAY "CORPADV OPEN FAILED, STATUS: "
                       WS-CORPADV-STATUS
               CLOSE LOANMSTR
               CLOSE INSPTRK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND CORP-ACTIVITY.
           IF WS-CORPACT-STATUS = "35"
               OPEN OUTPUT CORP-ACTIVITY
           END-IF.
           OPEN EXTEND ACTION-FILE.
           IF WS-ACTION-STATUS = "35"
               OPEN OUTPUT ACTION-FILE
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN OUTPUT RESULT-REPORT.

           OPEN INPUT RESULT-FILE.
           IF WS-RESULT-STATUS = "35"
               MOVE "Y" TO WS-RESULT-EOF
           END-IF.
           PERFORM UNTIL WS-RESULT-EOF = "Y"
               READ RESULT-FILE
               AT END MOVE "Y" TO WS-RESULT-EOF
               NOT AT END
                   PERFORM 100-PROCESS-RESULT
               END-READ
           END-PERFORM.
           IF WS-RESULT-STATUS NOT = "35"
               CLOSE RESULT-FILE
           END-IF.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           CLOSE INSPTRK.
           CLOSE CORPADV.
           CLOSE CORP-ACTIVITY.
           CLOSE ACTION-FILE.
           CLOSE HISTORY-FILE.
           CLOSE RESULT-REPORT.

           DISPLAY "RESULTS ACCEPTED: " WS-ACCEPTED-COUNTER.
           DISPLAY "RESULTS REJECTED: " WS-REJECTED-COUNTER.
           DISPLAY "PROPERTIES VACANT: " WS-VACANT-COUNTER.
           DISPLAY "PROPERTIES DAMAGED: " WS-DAMAGED-COUNTER.
           GOBACK.

       100-PROCESS-RESULT.
           MOVE RES-ACC TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-RESULT
               NOT INVALID KEY
                   PERFORM 150-EDIT-RESULT
           END-READ.

       150-EDIT-RESULT.
      * Only an order still open takes a result, so a vendor file
      * loaded twice cannot book its fees twice.
           MOVE RES-ACC TO INSP-ACCT-NO.
           READ INSPTRK
               INVALID KEY
                   MOVE "NOT ORDERED" TO WS-DTL-ACTION
                   PERFORM 800-REJECT-RESULT
               NOT INVALID KEY
                   MOVE RES-RESULT TO INSP-RESULT
                   EVALUATE TRUE
                       WHEN INSP-OPEN-ORDER NOT = "Y"
                           MOVE "NO OPEN ORDER" TO WS-DTL-ACTION
                           PERFORM 800-REJECT-RESULT
                       WHEN NOT INSP-RS-VALID
                           MOVE "BAD RESULT CODE" TO WS-DTL-ACTION
                           PERFORM 800-REJECT-RESULT
                       WHEN RES-DATE NOT NUMERIC
                               OR RES-DATE = 0
                               OR RES-DATE < INSP-ORDER-DATE
                           MOVE "BAD INSPECTED DATE"
                               TO WS-DTL-ACTION
                           PERFORM 800-REJECT-RESULT
                       WHEN RES-FEE NOT NUMERIC
                           MOVE "BAD INSPECTION FEE" TO WS-DTL-ACTION
                           PERFORM 800-REJECT-RESULT
                       WHEN OTHER
                           PERFORM 200-RECORD-RESULT
                   END-EVALUATE
           END-READ.

       200-RECORD-RESULT.
           MOVE "N"      TO INSP-OPEN-ORDER.
           MOVE RES-DATE TO INSP-RESULT-DATE.
           MOVE RES-FEE  TO INSP-LAST-FEE.
           ADD RES-FEE   TO INSP-FEE-TOTAL.
           REWRITE INSP-RECORD.
           ADD 1 TO WS-ACCEPTED-COUNTER.

           IF RES-FEE > 0
               PERFORM 300-BOOK-FEE-ADVANCE
           END-IF.

           EVALUATE TRUE
               WHEN INSP-RS-VACANT
                   ADD 1 TO WS-VACANT-COUNTER
                   MOVE "VAC"     TO WS-FOLLOW-OUTCOME
                   MOVE "INSPVAC" TO WS-FOLLOW-TEMPLATE
                   PERFORM 400-QUEUE-FOLLOW-UP
                   MOVE "VACANT, QUEUED" TO WS-DTL-ACTION
               WHEN INSP-RS-DAMAGED
                   ADD 1 TO WS-DAMAGED-COUNTER
                   MOVE "DMG"     TO WS-FOLLOW-OUTCOME
                   MOVE "INSPDMG" TO WS-FOLLOW-TEMPLATE
                   PERFORM 400-QUEUE-FOLLOW-UP
                   MOVE "DAMAGED, QUEUED" TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE "RECORDED" TO WS-DTL-ACTION
           END-EVALUATE.
           PERFORM 850-WRITE-DETAIL.

       300-BOOK-FEE-ADVANCE.
      * The same booking corpmain makes for a keyed INSPECT
      * disbursement: recoverable from the borrower.
           MOVE "N" TO WS-CORP-NEW.
           MOVE RES-ACC TO CORP-ACCT-NO.
           READ CORPADV
               INVALID KEY
                   MOVE "Y" TO WS-CORP-NEW
                   INITIALIZE CORP-RECORD
                   MOVE RES-ACC TO CORP-ACCT-NO
           END-READ.
           ADD RES-FEE TO CORP-BALANCE.
           ADD RES-FEE TO CORP-DISBURSED-TOTAL.
           ADD RES-FEE TO CORP-INSPECT-TOTAL.
           MOVE WS-RUN-DATE TO CORP-LAST-DATE.
           IF WS-CORP-NEW = "Y"
               WRITE CORP-RECORD
           ELSE
               REWRITE CORP-RECORD
           END-IF.
           ADD RES-FEE TO WS-FEE-TOTAL.

           MOVE SPACES       TO CORPACT-REC.
           MOVE RES-ACC      TO CORPACT-ACC.
           MOVE WS-RUN-DATE  TO CORPACT-DATE.
           MOVE "DISBURSE"   TO CORPACT-TYPE.
           MOVE "INSPECT"    TO CORPACT-CATEGORY.
           MOVE "Y"          TO CORPACT-RECOVERABLE.
           MOVE RES-FEE      TO CORPACT-AMOUNT.
           IF RES-VENDOR = SPACES
               MOVE "INSPECTION VENDOR" TO CORPACT-PAYEE
           ELSE
               MOVE RES-VENDOR TO CORPACT-PAYEE
           END-IF.
           MOVE "INSPRSLT"   TO CORPACT-OPERATOR.
           WRITE CORPACT-REC.

       400-QUEUE-FOLLOW-UP.
      * Due today: the desk calls the borrower about the property
      * on its next pass.
           MOVE SPACES            TO ACTION-REC.
           MOVE RES-ACC           TO ACT-ACC.
           MOVE WS-RUN-DATE       TO ACT-WORK-DATE.
           MOVE WS-INSP-COLLECTOR TO ACT-COLLECTOR.
           MOVE WS-FOLLOW-OUTCOME TO ACT-OUTCOME.
           MOVE WS-RUN-DATE       TO ACT-NEXT-DATE.
           WRITE ACTION-REC.

           MOVE SPACES             TO HISTORY-REC.
           MOVE RES-ACC            TO CRH-ACC.
           MOVE WS-RUN-DATE        TO CRH-DATE.
           MOVE WS-FOLLOW-TEMPLATE TO CRH-TEMPLATE.
           WRITE HISTORY-REC.

       800-REJECT-RESULT.
           ADD 1 TO WS-REJECTED-COUNTER.
           PERFORM 850-WRITE-DETAIL.
           MOVE 4 TO RETURN-CODE.

       850-WRITE-DETAIL.
           MOVE RES-ACC    TO WS-DTL-ACC.
           MOVE RES-RESULT TO WS-DTL-RESULT.
           IF RES-FEE NUMERIC
               MOVE RES-FEE TO WS-DTL-FEE
           ELSE
               MOVE 0       TO WS-DTL-FEE
           END-IF.
           MOVE WS-DETAIL-LINE TO RESULT-REPORT-REC.
           WRITE RESULT-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RESULT-REPORT-REC.
           WRITE RESULT-REPORT-REC.

           MOVE "RESULTS ACCEPTED:"   TO WS-TOT-LABEL.
           MOVE WS-ACCEPTED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RESULT-REPORT-REC.
           WRITE RESULT-REPORT-REC.

           MOVE "RESULTS REJECTED:"   TO WS-TOT-LABEL.
           MOVE WS-REJECTED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RESULT-REPORT-REC.
           WRITE RESULT-REPORT-REC.

           MOVE "PROPERTIES VACANT:"  TO WS-TOT-LABEL.
           MOVE WS-VACANT-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RESULT-REPORT-REC.
           WRITE RESULT-REPORT-REC.

           MOVE "PROPERTIES DAMAGED:" TO WS-TOT-LABEL.
           MOVE WS-DAMAGED-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RESULT-REPORT-REC.
           WRITE RESULT-REPORT-REC.

           MOVE "FEES ADVANCED:"      TO WS-TOT-LABEL.
           MOVE WS-FEE-TOTAL          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO RESULT-REPORT-REC.
           WRITE RESULT-REPORT-REC.
