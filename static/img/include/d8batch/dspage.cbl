      ******************************************************************
      *
      * Daily Dispute Deadline Aging Report
      * ====================================
      *
      * Walks the open cases on the DISPUTES file and lists on the
      * "dsprpt" report every one nearing or past a regulatory
      * deadline: the account and case, type, received date, the
      * acknowledgement and response due dates dspmaint computed on
      * the business calendar, the owning operator, and the days
      * left to the response deadline.  A case past its response
      * date, or still unacknowledged past its acknowledgement date,
      * is flagged PAST DUE; one whose response date falls within
      * the warning window is flagged DUE SOON.  Totals give the open
      * case count by type and the past-due and due-soon counts.
      * Run daily.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dspage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTES ASSIGN TO "DISPUTES"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DISPUTES-STATUS.

           SELECT AGING-REPORT ASSIGN TO "dsprpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared dispute case record; see dsprec.cpy.
       FD DISPUTES.
           COPY "dsprec.cpy".

       FD AGING-REPORT.
           01 AGING-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-DISPUTES-STATUS  PIC X(02) VALUE "00".
           01 WS-DISPUTES-EOF     PIC X(01) VALUE "N".

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-DUE-YEAR         PIC 9(04).
           01 WS-DUE-MMDD         PIC 9(04).
           01 WS-DUE-MONTH        PIC 9(02).
           01 WS-DUE-DAY          PIC 9(02).
           01 WS-DUE-TOTAL-DAYS   PIC 9(07).
           01 WS-DAYS-LEFT        PIC S9(07).

      * A response date this many days out or nearer is due soon.
           01 WS-WARN-DAYS        PIC 9(03) VALUE 5.

           01 WS-OPEN-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-PAYMENT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ESCROW-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-CREDIT-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-FEES-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-PAST-DUE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-DUE-SOON-COUNTER PIC 9(09) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(16) VALUE "ACCOUNT    CASE".
               05 FILLER PIC X(03) VALUE "TY".
               05 FILLER PIC X(10) VALUE "RECEIVED".
               05 FILLER PIC X(10) VALUE "ACK DUE".
               05 FILLER PIC X(10) VALUE "RESP DUE".
               05 FILLER PIC X(10) VALUE "OPERATOR".
               05 FILLER PIC X(07) VALUE " DAYS".
               05 FILLER PIC X(08) VALUE "FLAG".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-SEQ       PIC 9(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-TYPE      PIC X(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RECEIVED  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACK-DUE   PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RESP-DUE  PIC 9(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-OPERATOR  PIC X(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-DAYS      PIC -ZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-FLAG      PIC X(08).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           OPEN INPUT DISPUTES.
           IF WS-DISPUTES-STATUS NOT = "00"
               DISPLAY "DISPUTES OPEN FAILED, STATUS: "
                       WS-DISPUTES-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AGING-REPORT.
           MOVE WS-HEADER-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           PERFORM UNTIL WS-DISPUTES-EOF = "Y"
               READ DISPUTES NEXT RECORD
               AT END MOVE "Y" TO WS-DISPUTES-EOF
               NOT AT END
                   IF NOT DSP-ST-CLOSED
                       PERFORM 100-AGE-CASE
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE DISPUTES.
           CLOSE AGING-REPORT.

           DISPLAY "OPEN DISPUTES: "      WS-OPEN-COUNTER.
           DISPLAY "DISPUTES PAST DUE: "  WS-PAST-DUE-COUNTER.
           DISPLAY "DISPUTES DUE SOON: "  WS-DUE-SOON-COUNTER.
           IF WS-PAST-DUE-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-AGE-CASE.
           ADD 1 TO WS-OPEN-COUNTER.
           EVALUATE TRUE
               WHEN DSP-TYPE-PAYMENT
                   ADD 1 TO WS-PAYMENT-COUNTER
               WHEN DSP-TYPE-ESCROW
                   ADD 1 TO WS-ESCROW-COUNTER
               WHEN DSP-TYPE-CREDIT
                   ADD 1 TO WS-CREDIT-COUNTER
               WHEN OTHER
                   ADD 1 TO WS-FEES-COUNTER
           END-EVALUATE.
           DIVIDE DSP-RESP-DUE BY 10000
               GIVING WS-DUE-YEAR
               REMAINDER WS-DUE-MMDD.
           DIVIDE WS-DUE-MMDD BY 100
               GIVING WS-DUE-MONTH
               REMAINDER WS-DUE-DAY.
           COMPUTE WS-DUE-TOTAL-DAYS =
                   WS-DUE-YEAR * 360 + WS-DUE-MONTH * 30
                   + WS-DUE-DAY.
           COMPUTE WS-DAYS-LEFT =
                   WS-DUE-TOTAL-DAYS - WS-RUN-TOTAL-DAYS.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
               WHEN DSP-ST-OPEN AND DSP-ACK-DUE < WS-RUN-DATE-N
                   ADD 1 TO WS-PAST-DUE-COUNTER
                   MOVE "PAST DUE" TO WS-DTL-FLAG
                   PERFORM 850-WRITE-DETAIL
               WHEN WS-DAYS-LEFT <= WS-WARN-DAYS
                   ADD 1 TO WS-DUE-SOON-COUNTER
                   MOVE "DUE SOON" TO WS-DTL-FLAG
                   PERFORM 850-WRITE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       850-WRITE-DETAIL.
           MOVE DSP-ACCT-NO       TO WS-DTL-ACC.
           MOVE DSP-CASE-SEQ      TO WS-DTL-SEQ.
           MOVE DSP-TYPE          TO WS-DTL-TYPE.
           MOVE DSP-RECEIVED-DATE TO WS-DTL-RECEIVED.
           MOVE DSP-ACK-DUE       TO WS-DTL-ACK-DUE.
           MOVE DSP-RESP-DUE      TO WS-DTL-RESP-DUE.
           MOVE DSP-OPERATOR      TO WS-DTL-OPERATOR.
           MOVE WS-DAYS-LEFT      TO WS-DTL-DAYS.
           MOVE WS-DETAIL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "OPEN DISPUTES:"         TO WS-TOT-LABEL.
           MOVE WS-OPEN-COUNTER          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "  PAYMENT:"             TO WS-TOT-LABEL.
           MOVE WS-PAYMENT-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "  ESCROW:"              TO WS-TOT-LABEL.
           MOVE WS-ESCROW-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "  CREDIT REPORTING:"    TO WS-TOT-LABEL.
           MOVE WS-CREDIT-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "  FEES:"                TO WS-TOT-LABEL.
           MOVE WS-FEES-COUNTER          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "PAST DUE:"              TO WS-TOT-LABEL.
           MOVE WS-PAST-DUE-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.

           MOVE "DUE SOON:"              TO WS-TOT-LABEL.
           MOVE WS-DUE-SOON-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO AGING-REPORT-REC.
           WRITE AGING-REPORT-REC.
