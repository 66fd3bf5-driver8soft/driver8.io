      * return code off the "steprc" file the stream writes - onto
      * the one-page "eonstrpt" report with an overall GREEN/AMBER/
      * RED verdict.  One page to decide "call someone or go home".
      * The night's CRM customer-change events - received,
      * redelivered, applied and rejected - are counted off the
      * "crmstat" file crmkc and custmain write, and any left
      * unworked turn the night AMBER.  The daily cash proof's
      * verdict off cashprf's "cashstat" file rides on too, with
      * each proof's difference: a proof out of balance turns the
      * night RED, one not yet proven AMBER.  Every inbound file
      * filemon found late, empty, out of range, or a re-send is
      * listed off its "filestat" file with the hold or continue
      * decision taken: one that held the stream turns the night
      * RED, one it ran on without AMBER.  A company code as the
      * first command-line token heads the page with that
      * servicing company's name (see complook) and counts only
      * the rejected accounts it owns on LOANMSTR; the other
      * sections are the stream's own state, which every company
      * shares, and are reported whole under either run.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STEPRC-STATUS.

      * The night's CRM customer-change counts from crmkc and
      * custmain.
           SELECT CRM-STAT-FILE ASSIGN TO "crmstat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMSTAT-STATUS.

      * The daily cash proof's verdict from cashprf.
           SELECT CASH-STAT-FILE ASSIGN TO "cashstat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CASHSTAT-STATUS.

      * The inbound file arrival check from filemon.
           SELECT FILE-STAT-FILE ASSIGN TO "filestat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FILESTAT-STATUS.

      * Owner of each rejected account, when the page is limited to
      * one company.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT STATUS-REPORT ASSIGN TO "eonstrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
       FD SUMMARY-FILE.
           01 SUMMARY-REC PIC X(80).

      * Mirrors bcuota's own FD REJECT-FILE layout field for field.
       FD REJECT-FILE.
           01 REJECT-REC.
               05 REJECT-ACC         PIC X(10).
               05 FILLER             PIC X(01).
               05 REJECT-REASON      PIC X(20).

       FD RECON-REPORT.
           01 RECON-REPORT-REC PIC X(80).
               05 FILLER             PIC X(01).
               05 STEP-RC            PIC 9(04).

      * Shared CRM event count record; see crmstat.cpy.
       FD CRM-STAT-FILE.
           COPY "crmstat.cpy".

      * Shared daily cash proof status record; see cashstat.cpy.
       FD CASH-STAT-FILE.
           COPY "cashstat.cpy".

      * Shared inbound file arrival status record; see filestat.cpy.
       FD FILE-STAT-FILE.
           COPY "filestat.cpy".

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD STATUS-REPORT.
           01 STATUS-REPORT-REC PIC X(80).

           01 WS-DEADLETTER-STATUS PIC X(02) VALUE "00".
           01 WS-CHECKPOINT-STATUS PIC X(02) VALUE "00".
           01 WS-STEPRC-STATUS    PIC X(02) VALUE "00".
           01 WS-CRMSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-CASHSTAT-STATUS  PIC X(02) VALUE "00".
           01 WS-FILESTAT-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
           01 WS-RECON-BALANCED   PIC X(01) VALUE "U".
           01 WS-WORST-RC         PIC 9(04) VALUE ZEROES.
           01 WS-STEP-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-CRM-RECEIVED     PIC 9(09) VALUE ZEROES.
           01 WS-CRM-REDELIVERED  PIC 9(09) VALUE ZEROES.
           01 WS-CRM-APPLIED      PIC 9(09) VALUE ZEROES.
           01 WS-CRM-REJECTED     PIC 9(09) VALUE ZEROES.
           01 WS-CRM-UNWORKED     PIC S9(09) VALUE ZEROES.
      * B balanced, O out of balance, N not proven, U no verdict.
           01 WS-CASH-RESULT      PIC X(01) VALUE "U".
           01 WS-FILE-PROBLEMS    PIC 9(05) VALUE ZEROES.
           01 WS-FILES-HOLDING    PIC 9(05) VALUE ZEROES.

      * Overall verdict: RED calls someone tonight, AMBER gets a
      * look in the morning, GREEN goes home.
           01 WS-VERDICT          PIC X(05) VALUE "GREEN".

      * Company the page is limited to; spaces for every company.
           01 WS-COMPANY-PARM     PIC X(03) VALUE SPACES.
           01 WS-LOAN-COMPANY     PIC X(03) VALUE SPACES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CL-CODE       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(40).

           01 WS-STATUS-LINE.
               05 WS-STA-LABEL     PIC X(26).
               05 WS-STA-TEXT      PIC X(20).
               05 WS-CNT-LABEL     PIC X(26).
               05 WS-CNT-VALUE     PIC Z(8)9.

           01 WS-AMOUNT-LINE.
               05 WS-AMT-LABEL     PIC X(26).
               05 WS-AMT-VALUE     PIC -(11)9.99.

       PROCEDURE DIVISION.
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

           OPEN OUTPUT STATUS-REPORT.
           IF WS-COMPANY-PARM NOT = SPACES
               MOVE WS-COMPANY-PARM TO WS-CL-CODE
               MOVE CMP-NAME        TO WS-CL-NAME
               MOVE WS-COMPANY-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE SPACES TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           END-IF.

           PERFORM 100-GATHER-SUMMARY.
           PERFORM 200-COUNT-REJECTS.
           PERFORM 400-COUNT-DEADLETTERS.
           PERFORM 500-READ-CHECKPOINT.
           PERFORM 600-GATHER-STEP-RCS.
           PERFORM 650-COUNT-CRM-EVENTS.
           PERFORM 660-READ-CASH-PROOF.
           PERFORM 670-LIST-FILE-ARRIVALS.
           PERFORM 700-DECIDE-VERDICT.
           PERFORM 800-WRITE-VERDICT.

           END-IF.

       200-COUNT-REJECTS.
           IF WS-COMPANY-PARM NOT = SPACES
               OPEN INPUT LOANMSTR
               IF WS-LOANMSTR-STATUS = "00"
                   MOVE "Y" TO WS-LOANMSTR-OPEN
               END-IF
           END-IF.
           OPEN INPUT REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
               CONTINUE
                   READ REJECT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 210-COUNT-COMPANY-REJECT
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           MOVE "REJECTED ACCOUNTS:" TO WS-CNT-LABEL.
           MOVE WS-REJECT-COUNT      TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO STATUS-REPORT-REC.
           WRITE STATUS-REPORT-REC.

       210-COUNT-COMPANY-REJECT.
      * An account the master does not carry is the house
      * company's, as glinterf books it.
           IF WS-COMPANY-PARM = SPACES
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE SPACES TO WS-LOAN-COMPANY
               IF WS-LOANMSTR-OPEN = "Y"
                   MOVE REJECT-ACC TO LOAN-ACCT-NO
                   READ LOANMSTR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE LOAN-COMPANY-CODE TO WS-LOAN-COMPANY
                   END-READ
               END-IF
               IF WS-LOAN-COMPANY = SPACES
                   MOVE "001" TO WS-LOAN-COMPANY
               END-IF
               IF WS-LOAN-COMPANY = WS-COMPANY-PARM
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       300-READ-RECON-VERDICT.
           OPEN INPUT RECON-REPORT.
           IF WS-RECON-STATUS = "35"
               CLOSE STEP-RC-FILE
           END-IF.

       650-COUNT-CRM-EVENTS.
      * Every event received is a redelivery skipped, a change
      * applied, or a rejection sent back; what is left was never
      * worked - custmain held it or did not run.
           OPEN INPUT CRM-STAT-FILE.
           IF WS-CRMSTAT-STATUS = "35"
               MOVE "CRM EVENT COUNTS:" TO WS-STA-LABEL
               MOVE "NOT PRESENT" TO WS-STA-TEXT
               MOVE WS-STATUS-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CRM-STAT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD CRMS-RECEIVED    TO WS-CRM-RECEIVED
                       ADD CRMS-REDELIVERED TO WS-CRM-REDELIVERED
                       ADD CRMS-APPLIED     TO WS-CRM-APPLIED
                       ADD CRMS-REJECTED    TO WS-CRM-REJECTED
                   END-READ
               END-PERFORM
               CLOSE CRM-STAT-FILE
               COMPUTE WS-CRM-UNWORKED = WS-CRM-RECEIVED
                       - WS-CRM-REDELIVERED - WS-CRM-APPLIED
                       - WS-CRM-REJECTED
               IF WS-CRM-UNWORKED < 0
                   MOVE 0 TO WS-CRM-UNWORKED
               END-IF
               MOVE "CRM EVENTS RECEIVED:" TO WS-CNT-LABEL
               MOVE WS-CRM-RECEIVED        TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "CRM EVENTS REDELIVERED:" TO WS-CNT-LABEL
               MOVE WS-CRM-REDELIVERED        TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "CRM EVENTS APPLIED:" TO WS-CNT-LABEL
               MOVE WS-CRM-APPLIED        TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "CRM EVENTS REJECTED:" TO WS-CNT-LABEL
               MOVE WS-CRM-REJECTED        TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "CRM EVENTS NOT WORKED:" TO WS-CNT-LABEL
               MOVE WS-CRM-UNWORKED          TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           END-IF.

       660-READ-CASH-PROOF.
      * One line from cashprf: the result and the difference left
      * on each proof.
           OPEN INPUT CASH-STAT-FILE.
           IF WS-CASHSTAT-STATUS NOT = "35"
               READ CASH-STAT-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CSTA-RESULT TO WS-CASH-RESULT
               END-READ
               CLOSE CASH-STAT-FILE
           END-IF.
           MOVE "CASH PROOF:" TO WS-STA-LABEL.
           EVALUATE WS-CASH-RESULT
               WHEN "B"
                   MOVE "IN BALANCE" TO WS-STA-TEXT
               WHEN "O"
                   MOVE "OUT OF BALANCE" TO WS-STA-TEXT
               WHEN "N"
                   MOVE "NOT PROVEN" TO WS-STA-TEXT
               WHEN OTHER
                   MOVE "NOT PRESENT" TO WS-STA-TEXT
           END-EVALUATE.
           MOVE WS-STATUS-LINE TO STATUS-REPORT-REC.
           WRITE STATUS-REPORT-REC.
           IF WS-CASH-RESULT NOT = "U"
               MOVE "CASH RECEIPTS DIFFERENCE:" TO WS-AMT-LABEL
               MOVE CSTA-RECEIPTS-DIFF          TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "CASH ACH DIFFERENCE:"      TO WS-AMT-LABEL
               MOVE CSTA-ACH-DIFF               TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "CASH ACH RETURNS NO DRAFT:" TO WS-CNT-LABEL
               MOVE CSTA-UNMATCHED              TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
               MOVE "CASH GL DIFFERENCE:"       TO WS-AMT-LABEL
               MOVE CSTA-GL-DIFF                TO WS-AMT-VALUE
               MOVE WS-AMOUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           END-IF.

       670-LIST-FILE-ARRIVALS.
      * Only the inbound files that were missing or wrong are
      * listed, each with what was found and whether the stream
      * held for it.
           OPEN INPUT FILE-STAT-FILE.
           IF WS-FILESTAT-STATUS = "35"
               MOVE "INBOUND FILE CHECK:" TO WS-STA-LABEL
               MOVE "NOT PRESENT" TO WS-STA-TEXT
               MOVE WS-STATUS-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ FILE-STAT-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF NOT FSTA-CLEAN
                           ADD 1 TO WS-FILE-PROBLEMS
                           MOVE SPACES TO WS-STATUS-LINE
                           STRING "INBOUND " DELIMITED BY SIZE
                                  FSTA-FILE-NAME DELIMITED BY SPACE
                                  ":" DELIMITED BY SIZE
                               INTO WS-STA-LABEL
                           END-STRING
                           MOVE FSTA-RESULT TO WS-STA-TEXT
                           IF FSTA-HOLD
                               ADD 1 TO WS-FILES-HOLDING
                               MOVE "- HOLD" TO WS-STA-TEXT(11:6)
                           ELSE
                               MOVE "- CONTINUE" TO WS-STA-TEXT(11:10)
                           END-IF
                           MOVE WS-STATUS-LINE TO STATUS-REPORT-REC
                           WRITE STATUS-REPORT-REC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-STAT-FILE
               MOVE "INBOUND FILE PROBLEMS:" TO WS-CNT-LABEL
               MOVE WS-FILE-PROBLEMS         TO WS-CNT-VALUE
               MOVE WS-COUNT-LINE TO STATUS-REPORT-REC
               WRITE STATUS-REPORT-REC
           END-IF.

       700-DECIDE-VERDICT.
      * RED: a step failed outright, the reconciliation or the
      * cash proof is out of balance, the pricing summary never
      * appeared, or an inbound file held the stream.  AMBER:
      * warnings, rejects, dead letters, CRM changes left unworked,
      * a cash proof not yet proven, or an inbound file the night
      * ran on without, worth a morning look.
           EVALUATE TRUE
               WHEN WS-WORST-RC >= 8
               WHEN WS-RECON-BALANCED = "N"
               WHEN WS-SUMMARY-PRESENT = "N"
               WHEN WS-CASH-RESULT = "O"
               WHEN WS-FILES-HOLDING > 0
                   MOVE "RED" TO WS-VERDICT
               WHEN WS-WORST-RC >= 4
               WHEN WS-REJECT-COUNT > 0
               WHEN WS-DEADLETTER-COUNT > 0
               WHEN WS-CRM-UNWORKED > 0
               WHEN WS-CASH-RESULT = "N"
               WHEN WS-FILE-PROBLEMS > 0
                   MOVE "AMBER" TO WS-VERDICT
               WHEN OTHER
                   MOVE "GREEN" TO WS-VERDICT
