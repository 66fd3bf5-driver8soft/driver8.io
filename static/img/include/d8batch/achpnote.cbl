      ******************************************************************
      *
      * ACH Prenote and Notification-of-Change Processing
      * ==================================================
      *
      * Tests an autopay enrollment's bank details before the first
      * real draft does.  Runs after enrmaint and ahead of achorig.
      * Every PAYENROL election enrmaint marked for a prenote (new
      * ACH, or moved to different bank details) goes to the bank
      * tonight as a zero-dollar entry on the "achpnote" file, in
      * achorig's debit layout, and is marked sent.  achorig holds
      * the account until the prenote window - default 6 days,
      * first command-line token overrides - has passed without the
      * bank returning it; the election is then verified and drafts
      * normally.  A prenote the bank returns comes back on "achret"
      * with no due date (achretrn lists it and un-posts nothing);
      * it fails the election, which stays held until the back
      * office keys corrected details through enrmaint and a new
      * prenote clears.
      *
      * The bank's notifications of change - C-code entries on
      * "achnoc" carrying corrected routing, account, or account
      * type - are no longer thrown away: each is staged on
      * "noctran" as an enrmaint change carrying the rest of the
      * election from PAYENROL, so the correction is applied and
      * journaled on enrmaint's next run like any other enrollment
      * change.  A notice for an account not enrolled in ACH, with
      * an unknown code, or with unusable corrected details is
      * rejected; one that corrects nothing is listed and dropped.
      *
      * Every prenote and notice is listed with its disposition on
      * the "achpnrpt" report; a failed prenote or a rejected notice
      * sets return code 4.  The routing and bank account numbers on
      * the report show masked to their last four characters; the
      * "achpnote" and "noctran" files carry them whole.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. achpnote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYENROL ASSIGN TO "PAYENROL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ENROLL-ACCT-NO
           FILE STATUS IS WS-PAYENROL-STATUS.

      * The bank's return file; only the prenote returns are worked
      * here.  Absent on a night with no returns.
           SELECT RETURN-FILE ASSIGN TO "achret"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

      * The bank's notifications of change; absent on a night with
      * none.
           SELECT NOC-FILE ASSIGN TO "achnoc"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NOC-STATUS.

           SELECT NOC-TRANS-FILE ASSIGN TO "noctran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NOCTRAN-STATUS.

           SELECT PRENOTE-FILE ASSIGN TO "achpnote"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT PRENOTE-REPORT ASSIGN TO "achpnrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors enrmaint's own FD PAYENROL layout field for field.
       FD PAYENROL.
           01 ENROLL-REC.
               05 ENROLL-ACCT-NO     PIC X(10).
               05 ENROLL-PAY-FREQ    PIC X(01).
               05 ENROLL-EXTRA-PMT   PIC 9(07)V9(02).
               05 ENROLL-ACH-FLAG    PIC X(01).
               05 ENROLL-ABA         PIC 9(09).
               05 ENROLL-BANK-ACCT   PIC X(17).
               05 ENROLL-ACCT-TYPE   PIC X(01).
               05 ENROLL-PRENOTE-STATUS PIC X(01).
               05 ENROLL-PRENOTE-DATE PIC 9(08).

      * Mirrors achretrn's own FD RETURN-FILE layout field for field.
       FD RETURN-FILE.
           01 RETURN-REC.
               05 RET-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 RET-DUE-DATE       PIC 9(08).
               05 FILLER             PIC X(01).
               05 RET-REASON         PIC X(03).

      * One notice per line: the account, the C-code, and the
      * corrected details the code names (the others blank).
       FD NOC-FILE.
           01 NOC-REC.
               05 NOC-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 NOC-CODE           PIC X(03).
               05 FILLER             PIC X(01).
               05 NOC-ABA            PIC X(09).
               05 FILLER             PIC X(01).
               05 NOC-BANK-ACCT      PIC X(17).
               05 FILLER             PIC X(01).
               05 NOC-ACCT-TYPE      PIC X(01).

      * Shared enrollment transaction record; see enrtran.cpy.
       FD NOC-TRANS-FILE.
           01 NOC-TRANS-FILE-REC PIC X(59).

      * Mirrors achorig's own FD DEBIT-FILE layout field for field;
      * a prenote is a debit for zero.
       FD PRENOTE-FILE.
           01 DEBIT-REC.
               05 ACH-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 ACH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACH-ABA            PIC 9(09).
               05 FILLER             PIC X(01).
               05 ACH-BANK-ACCT      PIC X(17).
               05 FILLER             PIC X(01).
               05 ACH-AMOUNT         PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 ACH-ACCT-TYPE      PIC X(01).

       FD PRENOTE-REPORT.
           01 PRENOTE-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PAYENROL-STATUS  PIC X(02) VALUE "00".
           01 WS-RETURN-STATUS    PIC X(02) VALUE "00".
           01 WS-NOC-STATUS       PIC X(02) VALUE "00".
           01 WS-NOCTRAN-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

      * Prenote window in days; the command line can move it
      * without a recompile.
           01 WS-WINDOW-PARM      PIC X(03) VALUE SPACES.
           01 WS-WINDOW-TOKEN     PIC X(03) VALUE SPACES.
           01 WS-WINDOW-LEN       PIC 9(02) VALUE ZEROES.
           01 WS-WINDOW-RJ        PIC X(03) JUSTIFIED RIGHT.
           01 WS-WINDOW-DAYS      PIC 9(03) VALUE 6.

      * Run date and 30/360 day math, the same aging arithmetic
      * suspwork uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-SENT-YEAR        PIC 9(04).
           01 WS-SENT-MMDD        PIC 9(04).
           01 WS-SENT-MONTH       PIC 9(02).
           01 WS-SENT-DAY         PIC 9(02).
           01 WS-SENT-TOTAL-DAYS  PIC 9(07).
           01 WS-DAYS-OUT         PIC S9(07).

           01 WS-SENT-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CLEARED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-WAITING-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-FAILED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-HELD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-RET-IGNORED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-NOC-STAGED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-NOC-NOCHG-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-NOC-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.

      * The corrected details a notice works out to.
           01 WS-NEW-ABA          PIC 9(09) VALUE ZEROES.
           01 WS-NEW-BANK-ACCT    PIC X(17) VALUE SPACES.
           01 WS-NEW-ACCT-TYPE    PIC X(01) VALUE SPACE.
           01 WS-NOC-REASON       PIC X(20) VALUE SPACES.

      * Shared enrollment transaction record; see enrtran.cpy.
           COPY "enrtran.cpy".

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".

           01 WS-DETAIL-LINE.
               05 WS-DTL-KIND      PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-CODE      PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ABA       PIC X(09).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-BANK-ACCT PIC X(17).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.
           ACCEPT WS-WINDOW-PARM FROM COMMAND-LINE.
           UNSTRING WS-WINDOW-PARM DELIMITED BY ALL " "
               INTO WS-WINDOW-TOKEN COUNT IN WS-WINDOW-LEN
           END-UNSTRING.
           IF WS-WINDOW-LEN > 0 AND WS-WINDOW-LEN <= 3
               MOVE SPACES TO WS-WINDOW-RJ
               MOVE WS-WINDOW-TOKEN(1:WS-WINDOW-LEN) TO WS-WINDOW-RJ
               INSPECT WS-WINDOW-RJ REPLACING LEADING SPACE BY "0"
               IF WS-WINDOW-RJ NUMERIC AND WS-WINDOW-RJ NOT = "000"
                   MOVE WS-WINDOW-RJ TO WS-WINDOW-DAYS
               END-IF
           END-IF.

           OPEN I-O PAYENROL.
           IF WS-PAYENROL-STATUS NOT = "00"
               DISPLAY "PAYENROL OPEN FAILED, STATUS: "
                       WS-PAYENROL-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRENOTE-REPORT.

           PERFORM 100-WORK-PRENOTE-RETURNS.
           PERFORM 200-WORK-NOTICES.
           PERFORM 300-WORK-PRENOTES.
           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE PAYENROL.
           CLOSE PRENOTE-REPORT.

           DISPLAY "PRENOTES SENT: "      WS-SENT-COUNTER.
           DISPLAY "PRENOTES CLEARED: "   WS-CLEARED-COUNTER.
           DISPLAY "PRENOTES FAILED: "    WS-FAILED-COUNTER.
           DISPLAY "NOC CHANGES STAGED: " WS-NOC-STAGED-COUNTER.
           DISPLAY "NOC NOTICES REJECTED: " WS-NOC-REJECT-COUNTER.
           IF WS-FAILED-COUNTER > 0 OR WS-NOC-REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       100-WORK-PRENOTE-RETURNS.
      * A return with no due date is a prenote coming back: the
      * details it tested are wrong, so the election fails and
      * stays held.  One for an election with no prenote out is
      * listed and passed over.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RETURN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RET-DUE-DATE NUMERIC AND RET-DUE-DATE = 0
                           PERFORM 110-FAIL-PRENOTE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF.

       110-FAIL-PRENOTE.
           MOVE SPACES     TO WS-DETAIL-LINE.
           MOVE "RETURN"   TO WS-DTL-KIND.
           MOVE RET-ACC    TO WS-DTL-ACC.
           MOVE RET-REASON TO WS-DTL-CODE.
           MOVE RET-ACC    TO ENROLL-ACCT-NO.
           READ PAYENROL
               INVALID KEY
                   ADD 1 TO WS-RET-IGNORED-COUNTER
                   MOVE "NOT ENROLLED" TO WS-DTL-ACTION
               NOT INVALID KEY
                   MOVE ENROLL-ABA       TO WS-DTL-ABA
                   MOVE ENROLL-BANK-ACCT TO WS-DTL-BANK-ACCT
                   IF ENROLL-ACH-FLAG = "Y"
                      AND (ENROLL-PRENOTE-STATUS = "S"
                           OR ENROLL-PRENOTE-STATUS = "V")
                       MOVE "F"         TO ENROLL-PRENOTE-STATUS
                       MOVE WS-RUN-DATE TO ENROLL-PRENOTE-DATE
                       REWRITE ENROLL-REC
                       ADD 1 TO WS-FAILED-COUNTER
                       MOVE "PRENOTE FAILED-HELD" TO WS-DTL-ACTION
                   ELSE
                       ADD 1 TO WS-RET-IGNORED-COUNTER
                       MOVE "NO PRENOTE OUT" TO WS-DTL-ACTION
                   END-IF
           END-READ.
           PERFORM 800-MASK-DETAIL.
           MOVE WS-DETAIL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.

       200-WORK-NOTICES.
           OPEN INPUT NOC-FILE.
           IF WS-NOC-STATUS = "00"
               OPEN EXTEND NOC-TRANS-FILE
               IF WS-NOCTRAN-STATUS = "35"
                   OPEN OUTPUT NOC-TRANS-FILE
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ NOC-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 210-WORK-NOTICE
                   END-READ
               END-PERFORM
               CLOSE NOC-FILE
               CLOSE NOC-TRANS-FILE
           END-IF.

       210-WORK-NOTICE.
      * The C-code says which details the bank corrected: C01
      * account, C02 routing, C03 routing and account, C05 account
      * type, C06 account and type, C07 all three.  The details it
      * does not name stay as enrolled.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE "NOC"         TO WS-DTL-KIND.
           MOVE NOC-ACC       TO WS-DTL-ACC.
           MOVE NOC-CODE      TO WS-DTL-CODE.
           MOVE NOC-ABA       TO WS-DTL-ABA.
           MOVE NOC-BANK-ACCT TO WS-DTL-BANK-ACCT.
           MOVE SPACES        TO WS-NOC-REASON.
           MOVE NOC-ACC       TO ENROLL-ACCT-NO.
           READ PAYENROL
               INVALID KEY
                   MOVE "NOT ENROLLED" TO WS-NOC-REASON
           END-READ.
           IF WS-NOC-REASON = SPACES
               IF ENROLL-ACH-FLAG NOT = "Y"
                   MOVE "NOT ON ACH" TO WS-NOC-REASON
               ELSE
                   MOVE ENROLL-ABA       TO WS-NEW-ABA
                   MOVE ENROLL-BANK-ACCT TO WS-NEW-BANK-ACCT
                   MOVE ENROLL-ACCT-TYPE TO WS-NEW-ACCT-TYPE
                   IF WS-NEW-ACCT-TYPE = SPACE
                       MOVE "C" TO WS-NEW-ACCT-TYPE
                   END-IF
                   EVALUATE NOC-CODE
                       WHEN "C01"
                           PERFORM 220-TAKE-BANK-ACCT
                       WHEN "C02"
                           PERFORM 230-TAKE-ABA
                       WHEN "C03"
                           PERFORM 230-TAKE-ABA
                           PERFORM 220-TAKE-BANK-ACCT
                       WHEN "C05"
                           PERFORM 240-TAKE-ACCT-TYPE
                       WHEN "C06"
                           PERFORM 220-TAKE-BANK-ACCT
                           PERFORM 240-TAKE-ACCT-TYPE
                       WHEN "C07"
                           PERFORM 230-TAKE-ABA
                           PERFORM 220-TAKE-BANK-ACCT
                           PERFORM 240-TAKE-ACCT-TYPE
                       WHEN OTHER
                           MOVE "UNKNOWN NOC CODE" TO WS-NOC-REASON
                   END-EVALUATE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-NOC-REASON NOT = SPACES
                   ADD 1 TO WS-NOC-REJECT-COUNTER
                   MOVE WS-NOC-REASON TO WS-DTL-ACTION
               WHEN WS-NEW-ABA = ENROLL-ABA
                       AND WS-NEW-BANK-ACCT = ENROLL-BANK-ACCT
                       AND (WS-NEW-ACCT-TYPE = ENROLL-ACCT-TYPE
                            OR (WS-NEW-ACCT-TYPE = "C"
                                AND ENROLL-ACCT-TYPE = SPACE))
                   ADD 1 TO WS-NOC-NOCHG-COUNTER
                   MOVE "NO CHANGE" TO WS-DTL-ACTION
               WHEN OTHER
                   PERFORM 250-STAGE-CHANGE
                   ADD 1 TO WS-NOC-STAGED-COUNTER
                   MOVE "CHANGE STAGED" TO WS-DTL-ACTION
           END-EVALUATE.
           PERFORM 800-MASK-DETAIL.
           MOVE WS-DETAIL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.

       220-TAKE-BANK-ACCT.
           IF NOC-BANK-ACCT = SPACES
               MOVE "BAD CORRECTED DATA" TO WS-NOC-REASON
           ELSE
               MOVE NOC-BANK-ACCT TO WS-NEW-BANK-ACCT
           END-IF.

       230-TAKE-ABA.
           IF NOC-ABA NOT NUMERIC OR NOC-ABA = "000000000"
               MOVE "BAD CORRECTED DATA" TO WS-NOC-REASON
           ELSE
               MOVE NOC-ABA TO WS-NEW-ABA
           END-IF.

       240-TAKE-ACCT-TYPE.
           IF NOC-ACCT-TYPE NOT = "C" AND NOC-ACCT-TYPE NOT = "S"
               MOVE "BAD CORRECTED DATA" TO WS-NOC-REASON
           ELSE
               MOVE NOC-ACCT-TYPE TO WS-NEW-ACCT-TYPE
           END-IF.

       250-STAGE-CHANGE.
      * The whole election goes across, corrected, so enrmaint's
      * edits see it exactly as a keyed change.
           MOVE SPACES           TO TRANS-REC.
           MOVE "C"              TO ETRAN-CODE.
           MOVE ENROLL-ACCT-NO   TO ETRAN-ACCT-NO.
           MOVE ENROLL-PAY-FREQ  TO ETRAN-PAY-FREQ.
           MOVE ENROLL-EXTRA-PMT TO ETRAN-EXTRA-PMT.
           MOVE ENROLL-ACH-FLAG  TO ETRAN-ACH-FLAG.
           MOVE WS-NEW-ABA       TO ETRAN-ABA.
           MOVE WS-NEW-BANK-ACCT TO ETRAN-BANK-ACCT.
           MOVE WS-NEW-ACCT-TYPE TO ETRAN-ACCT-TYPE.
           MOVE NOC-CODE         TO ETRAN-NOC-CODE.
           WRITE NOC-TRANS-FILE-REC FROM TRANS-REC.

       300-WORK-PRENOTES.
      * One pass over the enrollments: prenotes waiting go out,
      * prenotes out past the window clear, and every election
      * still held for its prenote is listed.
           OPEN OUTPUT PRENOTE-FILE.
           MOVE LOW-VALUES TO ENROLL-ACCT-NO.
           START PAYENROL KEY IS NOT LESS THAN ENROLL-ACCT-NO
               INVALID KEY
                   MOVE "Y" TO WS-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYENROL NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF ENROLL-ACH-FLAG = "Y"
                           PERFORM 310-WORK-ONE-PRENOTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRENOTE-FILE.

       310-WORK-ONE-PRENOTE.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE "PRENOTE"        TO WS-DTL-KIND.
           MOVE ENROLL-ACCT-NO   TO WS-DTL-ACC.
           MOVE ENROLL-ABA       TO WS-DTL-ABA.
           MOVE ENROLL-BANK-ACCT TO WS-DTL-BANK-ACCT.
           EVALUATE ENROLL-PRENOTE-STATUS
               WHEN "P"
                   MOVE SPACES           TO DEBIT-REC
                   MOVE ENROLL-ACCT-NO   TO ACH-ACC
                   MOVE WS-RUN-DATE      TO ACH-DATE
                   MOVE ENROLL-ABA       TO ACH-ABA
                   MOVE ENROLL-BANK-ACCT TO ACH-BANK-ACCT
                   MOVE 0                TO ACH-AMOUNT
                   MOVE ENROLL-ACCT-TYPE TO ACH-ACCT-TYPE
                   IF ACH-ACCT-TYPE = SPACE
                       MOVE "C" TO ACH-ACCT-TYPE
                   END-IF
                   WRITE DEBIT-REC
                   MOVE "S"         TO ENROLL-PRENOTE-STATUS
                   MOVE WS-RUN-DATE TO ENROLL-PRENOTE-DATE
                   REWRITE ENROLL-REC
                   ADD 1 TO WS-SENT-COUNTER
                   MOVE "SENT" TO WS-DTL-ACTION
               WHEN "S"
                   PERFORM 320-DAYS-OUT
                   IF WS-DAYS-OUT >= WS-WINDOW-DAYS
                       MOVE "V"         TO ENROLL-PRENOTE-STATUS
                       MOVE WS-RUN-DATE TO ENROLL-PRENOTE-DATE
                       REWRITE ENROLL-REC
                       ADD 1 TO WS-CLEARED-COUNTER
                       MOVE "CLEARED-RELEASED" TO WS-DTL-ACTION
                   ELSE
                       ADD 1 TO WS-WAITING-COUNTER
                       MOVE "IN WINDOW-HELD" TO WS-DTL-ACTION
                   END-IF
               WHEN "F"
                   ADD 1 TO WS-HELD-COUNTER
                   MOVE "FAILED-AWAIT FIX" TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-DTL-ACTION
           END-EVALUATE.
           IF WS-DTL-ACTION NOT = SPACES
               PERFORM 800-MASK-DETAIL
               MOVE WS-DETAIL-LINE TO PRENOTE-REPORT-REC
               WRITE PRENOTE-REPORT-REC
           END-IF.

       320-DAYS-OUT.
           DIVIDE ENROLL-PRENOTE-DATE BY 10000
               GIVING WS-SENT-YEAR
               REMAINDER WS-SENT-MMDD.
           DIVIDE WS-SENT-MMDD BY 100
               GIVING WS-SENT-MONTH
               REMAINDER WS-SENT-DAY.
           COMPUTE WS-SENT-TOTAL-DAYS =
                   WS-SENT-YEAR * 360 + WS-SENT-MONTH * 30
                   + WS-SENT-DAY.
           COMPUTE WS-DAYS-OUT =
                   WS-RUN-TOTAL-DAYS - WS-SENT-TOTAL-DAYS.

       800-MASK-DETAIL.
      * Bank details go on the report to their last four only.
           MOVE WS-DTL-ABA TO MASK-VALUE.
           CALL "maskdata" USING MASK-PARAMS.
           MOVE MASK-VALUE TO WS-DTL-ABA.
           MOVE WS-DTL-BANK-ACCT TO MASK-VALUE.
           CALL "maskdata" USING MASK-PARAMS.
           MOVE MASK-VALUE TO WS-DTL-BANK-ACCT.

       900-WRITE-REPORT-TOTALS.
           MOVE "PRENOTES SENT:"        TO WS-TOT-LABEL.
           MOVE WS-SENT-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "PRENOTES CLEARED:"     TO WS-TOT-LABEL.
           MOVE WS-CLEARED-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "PRENOTES IN WINDOW:"   TO WS-TOT-LABEL.
           MOVE WS-WAITING-COUNTER      TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "PRENOTES FAILED TONIGHT:" TO WS-TOT-LABEL.
           MOVE WS-FAILED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "FAILED AWAITING FIX:"  TO WS-TOT-LABEL.
           MOVE WS-HELD-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "PRENOTE RETURNS IGNORED:" TO WS-TOT-LABEL.
           MOVE WS-RET-IGNORED-COUNTER  TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "NOC CHANGES STAGED:"   TO WS-TOT-LABEL.
           MOVE WS-NOC-STAGED-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "NOC NOTICES NO CHANGE:" TO WS-TOT-LABEL.
           MOVE WS-NOC-NOCHG-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
           MOVE "NOC NOTICES REJECTED:" TO WS-TOT-LABEL.
           MOVE WS-NOC-REJECT-COUNTER   TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO PRENOTE-REPORT-REC.
           WRITE PRENOTE-REPORT-REC.
