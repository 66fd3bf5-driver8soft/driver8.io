      * journals accumulated on "glmonth" are trial-balanced by GL
      * account for the close period (first command-line token as
      * YYYYMM, defaulting to the month just ended), against the
      * balances brought forward on "glbalfwd".  Each servicing
      * company keeps its own books: accounts, balances and proofs
      * are all held by company, a line or balance carrying no
      * company being the house company "001".  The close refuses -
      * nothing updated, step failed - when any company's night
      * inside the period does not net to zero, or when a business
      * date on the "runcal" calendar inside the period has no
      * journal at all.  A clean close writes the "trialbal" report
      * with a section per company under its name (prior balance,
      * debits, credits, and ending balance per account, then the
      * company's period totals), carries the ending balances onto
      * "glbalfwd" by company for the next period, and resets
      * "glmonth" keeping only the lines dated after the period.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 GLM-AMOUNT         PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 GLM-SOURCE         PIC X(08).
               05 FILLER             PIC X(01).
               05 GLM-COMPANY        PIC X(03).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 BAL-ACCT           PIC X(08).
               05 FILLER             PIC X(01).
               05 BAL-AMOUNT         PIC S9(13)V9(02).
               05 FILLER             PIC X(01).
               05 BAL-COMPANY        PIC X(03).

       FD TRIAL-REPORT.
           01 TRIAL-REPORT-REC PIC X(100).
           01 WS-PERIOD-PARM      PIC X(06) VALUE SPACES.
           01 WS-PERIOD           PIC 9(06) VALUE ZEROES.
           01 WS-ITEM-YYYYMM      PIC 9(06) VALUE ZEROES.
           01 WS-ITEM-COMPANY     PIC X(03) VALUE SPACES.

      * Per-account accumulation for the trial balance, seeded from
      * the brought-forward file; one entry per company and account.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 300 TIMES.
                   10 WS-ACC-COMPANY   PIC X(03).
                   10 WS-ACC-NO        PIC X(08).
                   10 WS-ACC-PRIOR     PIC S9(13)V9(02).
                   10 WS-ACC-DEBITS    PIC 9(13)V9(02).
           01 WS-ACC-NET          PIC S9(13)V9(02) VALUE ZEROES.
           01 WS-ACC-ENDING       PIC S9(13)V9(02) VALUE ZEROES.

      * Per-night netting proof: every company's journal for every
      * date inside the period has to net to zero on its own.
           01 WS-NIGHT-TABLE.
               05 WS-NIGHT-ENTRY OCCURS 310 TIMES.
                   10 WS-NGT-DATE      PIC 9(08).
                   10 WS-NGT-COMPANY   PIC X(03).
                   10 WS-NGT-NET       PIC S9(13)V9(02).
           01 WS-NIGHT-COUNT      PIC 9(03) VALUE ZEROES.
           01 WS-NGT-IDX          PIC 9(03) VALUE ZEROES.

      * Companies met on the balances or the period's lines, in the
      * order met, with each one's period totals.
           01 WS-CO-TABLE.
               05 WS-CO-ENTRY OCCURS 10 TIMES.
                   10 WS-CO-CODE       PIC X(03).
                   10 WS-CO-DEBITS     PIC 9(13)V9(02).
                   10 WS-CO-CREDITS    PIC 9(13)V9(02).
           01 WS-CO-COUNT         PIC 9(02) VALUE ZEROES.
           01 WS-CO-IDX           PIC 9(02) VALUE ZEROES.
           01 WS-CO-FOUND         PIC 9(02) VALUE ZEROES.

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CL-CODE       PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-CL-NAME       PIC X(40).

      * Journal lines dated after the period survive the reset.
           01 WS-CARRY-TABLE.
               05 WS-CARRY-ENTRY OCCURS 500 TIMES PIC X(46).
           01 WS-CARRY-COUNT      PIC 9(03) VALUE ZEROES.
           01 WS-CARRY-IDX        PIC 9(03) VALUE ZEROES.
           01 WS-CARRY-OVERFLOW   PIC X(01) VALUE "N".
                   READ BALANCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE BAL-COMPANY TO WS-ITEM-COMPANY
                       IF WS-ITEM-COMPANY = SPACES
                           MOVE "001" TO WS-ITEM-COMPANY
                       END-IF
                       PERFORM 270-FIND-COMPANY
                       IF WS-ACCT-COUNT < 300
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE WS-ITEM-COMPANY
                               TO WS-ACC-COMPANY(WS-ACCT-COUNT)
                           MOVE BAL-ACCT
                               TO WS-ACC-NO(WS-ACCT-COUNT)
                           MOVE BAL-AMOUNT
           MOVE "N" TO WS-EOF.

       250-TALLY-LINE.
           MOVE GLM-COMPANY TO WS-ITEM-COMPANY.
           IF WS-ITEM-COMPANY = SPACES
               MOVE "001" TO WS-ITEM-COMPANY
           END-IF.
           PERFORM 270-FIND-COMPANY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACCT-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-ACC-NO(WS-ACC-IDX) = GLM-ACCT
                  AND WS-ACC-COMPANY(WS-ACC-IDX) = WS-ITEM-COMPANY
                   MOVE WS-ACC-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND WS-ACCT-COUNT < 300
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ITEM-COMPANY
                   TO WS-ACC-COMPANY(WS-ACCT-COUNT)
               MOVE GLM-ACCT TO WS-ACC-NO(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACC-PRIOR(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACC-DEBITS(WS-ACCT-COUNT)
               IF GLM-DC = "D"
                   ADD GLM-AMOUNT TO WS-ACC-DEBITS(WS-FOUND-IDX)
                   ADD GLM-AMOUNT TO WS-DEBIT-TOTAL
                   IF WS-CO-FOUND > 0
                       ADD GLM-AMOUNT TO WS-CO-DEBITS(WS-CO-FOUND)
                   END-IF
               ELSE
                   ADD GLM-AMOUNT TO WS-ACC-CREDITS(WS-FOUND-IDX)
                   ADD GLM-AMOUNT TO WS-CREDIT-TOTAL
                   IF WS-CO-FOUND > 0
                       ADD GLM-AMOUNT TO WS-CO-CREDITS(WS-CO-FOUND)
                   END-IF
               END-IF
           ELSE
      * A journal line the account table cannot hold is money the
                   UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-NGT-DATE(WS-NGT-IDX) = GLM-DATE
                  AND WS-NGT-COMPANY(WS-NGT-IDX) = WS-ITEM-COMPANY
                   MOVE WS-NGT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND WS-NIGHT-COUNT < 310
               ADD 1 TO WS-NIGHT-COUNT
               MOVE GLM-DATE TO WS-NGT-DATE(WS-NIGHT-COUNT)
               MOVE WS-ITEM-COMPANY
                   TO WS-NGT-COMPANY(WS-NIGHT-COUNT)
               MOVE 0 TO WS-NGT-NET(WS-NIGHT-COUNT)
               MOVE WS-NIGHT-COUNT TO WS-FOUND-IDX
           END-IF.
               MOVE "Y" TO WS-TABLE-FULL-NOTED
           END-IF.

       270-FIND-COMPANY.
      * A company the table cannot hold would leave its books out
      * of the report; the close refuses rather than merge them.
           MOVE 0 TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND > 0
               IF WS-CO-CODE(WS-CO-IDX) = WS-ITEM-COMPANY
                   MOVE WS-CO-IDX TO WS-CO-FOUND
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND = 0
               IF WS-CO-COUNT < 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-ITEM-COMPANY TO WS-CO-CODE(WS-CO-COUNT)
                   MOVE 0 TO WS-CO-DEBITS(WS-CO-COUNT)
                   MOVE 0 TO WS-CO-CREDITS(WS-CO-COUNT)
                   MOVE WS-CO-COUNT TO WS-CO-FOUND
               ELSE
                   PERFORM 260-BLOCK-ON-OVERFLOW
               END-IF
           END-IF.

       300-PROVE-NIGHTS.
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                   UNTIL WS-NGT-IDX > WS-NIGHT-COUNT
                          DELIMITED BY SIZE
                          WS-NGT-DATE(WS-NGT-IDX)
                          DELIMITED BY SIZE
                          " COMPANY "
                          DELIMITED BY SIZE
                          WS-NGT-COMPANY(WS-NGT-IDX)
                          DELIMITED BY SIZE
                          INTO TRIAL-REPORT-REC
                   END-STRING
                   WRITE TRIAL-REPORT-REC
           END-IF.

       500-WRITE-TRIAL-BALANCE.
      * One section per company under its name, then the period's
      * debits and credits across every company.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               PERFORM 510-WRITE-COMPANY-SECTION
           END-PERFORM.
           MOVE SPACES TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.
           MOVE "ALL COMPANIES DEBITS:"  TO WS-TOT-LABEL.
           MOVE WS-DEBIT-TOTAL        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.
           MOVE "ALL COMPANIES CREDITS:" TO WS-TOT-LABEL.
           MOVE WS-CREDIT-TOTAL       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.

       510-WRITE-COMPANY-SECTION.
           MOVE "L"                   TO CMP-FUNCTION.
           MOVE WS-CO-CODE(WS-CO-IDX) TO CMP-CODE.
           CALL "complook" USING CMP-PARAMS.
           IF WS-CO-IDX > 1
               MOVE SPACES TO TRIAL-REPORT-REC
               WRITE TRIAL-REPORT-REC
           END-IF.
           MOVE WS-CO-CODE(WS-CO-IDX) TO WS-CL-CODE.
           MOVE CMP-NAME              TO WS-CL-NAME.
           MOVE WS-COMPANY-LINE TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.
           MOVE "ACCOUNT   PRIOR BALANCE       DEBITS        " &
                "CREDITS       ENDING"
               TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACCT-COUNT
               IF WS-ACC-COMPANY(WS-ACC-IDX) = WS-CO-CODE(WS-CO-IDX)
                   PERFORM 520-WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.
           MOVE "PERIOD DEBITS:"      TO WS-TOT-LABEL.
           MOVE WS-CO-DEBITS(WS-CO-IDX)  TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.
           MOVE "PERIOD CREDITS:"     TO WS-TOT-LABEL.
           MOVE WS-CO-CREDITS(WS-CO-IDX) TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.

       520-WRITE-ACCOUNT-LINE.
           COMPUTE WS-ACC-NET =
                   WS-ACC-DEBITS(WS-ACC-IDX)
                   - WS-ACC-CREDITS(WS-ACC-IDX).
           COMPUTE WS-ACC-ENDING =
                   WS-ACC-PRIOR(WS-ACC-IDX) + WS-ACC-NET.
           MOVE WS-ACC-NO(WS-ACC-IDX)      TO WS-TRL-ACCT.
           MOVE WS-ACC-PRIOR(WS-ACC-IDX)   TO WS-TRL-PRIOR.
           MOVE WS-ACC-DEBITS(WS-ACC-IDX)  TO WS-TRL-DEBITS.
           MOVE WS-ACC-CREDITS(WS-ACC-IDX) TO WS-TRL-CREDITS.
           MOVE WS-ACC-ENDING              TO WS-TRL-ENDING.
           MOVE WS-TRIAL-LINE TO TRIAL-REPORT-REC.
           WRITE TRIAL-REPORT-REC.

       600-CARRY-BALANCES-FORWARD.
           OPEN OUTPUT BALANCE-FILE.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                       - WS-ACC-CREDITS(WS-ACC-IDX)
               MOVE SPACES TO BALANCE-REC
               MOVE WS-ACC-NO(WS-ACC-IDX) TO BAL-ACCT
               MOVE WS-ACC-COMPANY(WS-ACC-IDX) TO BAL-COMPANY
               MOVE WS-ACC-ENDING         TO BAL-AMOUNT
               WRITE BALANCE-REC
           END-PERFORM.
