      ******************************************************************
      *
      * Monthly Interest on Escrow
      * ===========================
      *
      * Pays the interest on escrow balances the lending states
      * require, instead of a hand credit once a year.  The state
      * rate table "escrate" carries one line per state and
      * effective date with the annual rate owed; the rate in force
      * for a state is the latest one effective on or before the run
      * date, and a state not on the table owes nothing.  Each
      * month every account on the ESCROWSL escrow ledger with a
      * positive balance earns one month's interest (balance times
      * rate over twelve) at the rate of its property state off
      * COLLMSTR, credited straight to its escrow balance.  Every
      * credit is journaled to "escintj", which the year-end int1099
      * run totals for the 1099-INT, and the month's total for each
      * servicing company (the company owning the account on
      * LOANMSTR, the house company "001" when the master does not
      * say) is fed on "escifeed" for glinterf to stage as that
      * company's ESCINT pair.  The
      * "escictl" control file holds the last month credited so a
      * rerun cannot pay the month twice.  Accounts with a balance
      * but no property state on file are listed on the "escirpt"
      * register for correction.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. escint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-LEDGER ASSIGN TO "ESCROWSL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ESCROW-ACCT-NO
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT COLLMSTR ASSIGN TO "COLLMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COLL-ACCT-NO
           FILE STATUS IS WS-COLLMSTR-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT RATE-FILE ASSIGN TO "escrate"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

      * One line: the last month interest was credited.
           SELECT CONTROL-FILE ASSIGN TO "escictl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INTEREST-JOURNAL ASSIGN TO "escintj"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-FEED ASSIGN TO "escifeed"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT INTEREST-REPORT ASSIGN TO "escirpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors escrowsl's own FD ESCROW-LEDGER layout field for
      * field.
       FD ESCROW-LEDGER.
           01 ESCROW-LEDGER-REC.
               05 ESCROW-ACCT-NO     PIC X(10).
               05 ESCROW-BALANCE     PIC S9(09)V9(02).

       FD COLLMSTR.
           COPY "collrec.cpy".

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * One line per state and effective date: the annual percent
      * owed on escrow balances from that date.
       FD RATE-FILE.
           01 RATE-REC.
               05 ESR-STATE          PIC X(02).
               05 FILLER             PIC X(01).
               05 ESR-EFF-DATE       PIC 9(08).
               05 FILLER             PIC X(01).
               05 ESR-RATE           PIC 9(02)V9(03).

       FD CONTROL-FILE.
           01 CONTROL-REC.
               05 ECTL-LAST-YYYYMM   PIC 9(06).

       FD INTEREST-JOURNAL.
           COPY "escintj.cpy".

       FD GL-FEED.
           01 GL-FEED-REC.
               05 EIGL-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 EIGL-AMOUNT        PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 EIGL-COMPANY       PIC X(03).

       FD INTEREST-REPORT.
           01 INTEREST-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS    PIC X(02) VALUE "00".
           01 WS-COLLMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-COLLMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-RATE-STATUS      PIC X(02) VALUE "00".
           01 WS-CONTROL-STATUS   PIC X(02) VALUE "00".
           01 WS-JOURNAL-STATUS   PIC X(02) VALUE "00".
           01 WS-LEDGER-EOF       PIC X(01) VALUE "N".
           01 WS-RATE-EOF         PIC X(01) VALUE "N".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-YYYYMM       PIC 9(06).
           01 WS-LAST-YYYYMM      PIC 9(06) VALUE ZEROES.

      * The rate in force per state as of the run date.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 60 TIMES.
                   10 WS-RT-STATE      PIC X(02).
                   10 WS-RT-EFF-DATE   PIC 9(08).
                   10 WS-RT-RATE       PIC 9(02)V9(03).
           01 WS-RATE-COUNT       PIC 9(02) VALUE ZEROES.
           01 WS-RATE-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-RATE-FOUND       PIC 9(02) VALUE ZEROES.

           01 WS-INTEREST         PIC 9(07)V9(02) VALUE ZEROES.

           01 WS-ACCOUNT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-PAID-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-NOSTATE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-INTEREST-TOTAL   PIC 9(09)V9(02) VALUE ZEROES.

      * The month's interest by servicing company, for the feed.
           01 WS-CO-TABLE.
               05 WS-CO-ENTRY OCCURS 10 TIMES.
                   10 WS-CO-CODE       PIC X(03).
                   10 WS-CO-INTEREST   PIC 9(09)V9(02).
           01 WS-CO-COUNT         PIC 9(02) VALUE ZEROES.
           01 WS-CO-IDX           PIC 9(02) VALUE ZEROES.
           01 WS-CO-FOUND         PIC 9(02) VALUE ZEROES.
           01 WS-ACCT-COMPANY     PIC X(03) VALUE SPACES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(12) VALUE "ACCOUNT".
               05 FILLER PIC X(07) VALUE "STATE".
               05 FILLER PIC X(15) VALUE "   BALANCE".
               05 FILLER PIC X(09) VALUE "  RATE".
               05 FILLER PIC X(12) VALUE "  INTEREST".
               05 FILLER PIC X(16) VALUE "NOTE".

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-STATE     PIC X(02).
               05 FILLER           PIC X(03) VALUE SPACES.
               05 WS-DTL-BALANCE   PIC -(9)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RATE      PIC Z9.999.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-INTEREST  PIC Z(6)9.99.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-NOTE      PIC X(16).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.

           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ECTL-LAST-YYYYMM TO WS-LAST-YYYYMM
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-LAST-YYYYMM = WS-RUN-YYYYMM
               DISPLAY "ESCROW INTEREST ALREADY CREDITED FOR "
                       WS-RUN-YYYYMM ", RUN SKIPPED"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 050-LOAD-RATE-TABLE.
           IF WS-RATE-COUNT = 0
               DISPLAY "ESCRATE NOT FOUND, NO INTEREST CREDITED"
               GOBACK
           END-IF.

           OPEN I-O ESCROW-LEDGER.
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ESCROWSL OPEN FAILED, STATUS: "
                       WS-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COLLMSTR.
           IF WS-COLLMSTR-STATUS = "00"
               MOVE "Y" TO WS-COLLMSTR-OPEN
           END-IF.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN EXTEND INTEREST-JOURNAL.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT INTEREST-JOURNAL
           END-IF.
           OPEN OUTPUT INTEREST-REPORT.
           MOVE WS-HEADER-LINE TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.

           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ ESCROW-LEDGER NEXT RECORD
               AT END MOVE "Y" TO WS-LEDGER-EOF
               NOT AT END
                   IF ESCROW-BALANCE > 0
                       PERFORM 100-CREDIT-INTEREST
                   END-IF
               END-READ
           END-PERFORM.

           PERFORM 200-WRITE-GL-FEED.
           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE ESCROW-LEDGER.
           IF WS-COLLMSTR-OPEN = "Y"
               CLOSE COLLMSTR
           END-IF.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.
           CLOSE INTEREST-JOURNAL.
           CLOSE INTEREST-REPORT.

           OPEN OUTPUT CONTROL-FILE.
           MOVE WS-RUN-YYYYMM TO ECTL-LAST-YYYYMM.
           WRITE CONTROL-REC.
           CLOSE CONTROL-FILE.

           DISPLAY "ESCROW ACCOUNTS WITH BALANCE: " WS-ACCOUNT-COUNTER.
           DISPLAY "ACCOUNTS CREDITED: "   WS-PAID-COUNTER.
           DISPLAY "INTEREST CREDITED: "   WS-INTEREST-TOTAL.
           DISPLAY "NO PROPERTY STATE: "   WS-NOSTATE-COUNTER.
           IF WS-NOSTATE-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-RATE-TABLE.
      * One entry per state: the latest rate effective on or before
      * the run date.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS NOT = "00"
               MOVE "Y" TO WS-RATE-EOF
           END-IF.
           PERFORM UNTIL WS-RATE-EOF = "Y"
               READ RATE-FILE
               AT END MOVE "Y" TO WS-RATE-EOF
               NOT AT END
                   IF ESR-EFF-DATE NUMERIC AND ESR-RATE NUMERIC
                           AND ESR-EFF-DATE <= WS-RUN-DATE-N
                       PERFORM 060-KEEP-RATE
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-RATE-STATUS NOT = "35"
               CLOSE RATE-FILE
           END-IF.

       060-KEEP-RATE.
           MOVE 0 TO WS-RATE-FOUND.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-RATE-FOUND > 0
               IF WS-RT-STATE(WS-RATE-IDX) = ESR-STATE
                   MOVE WS-RATE-IDX TO WS-RATE-FOUND
               END-IF
           END-PERFORM.
           IF WS-RATE-FOUND = 0 AND WS-RATE-COUNT < 60
               ADD 1 TO WS-RATE-COUNT
               MOVE ESR-STATE    TO WS-RT-STATE(WS-RATE-COUNT)
               MOVE ESR-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT)
               MOVE ESR-RATE     TO WS-RT-RATE(WS-RATE-COUNT)
           ELSE
               IF WS-RATE-FOUND > 0
                   IF ESR-EFF-DATE >= WS-RT-EFF-DATE(WS-RATE-FOUND)
                       MOVE ESR-EFF-DATE
                           TO WS-RT-EFF-DATE(WS-RATE-FOUND)
                       MOVE ESR-RATE TO WS-RT-RATE(WS-RATE-FOUND)
                   END-IF
               END-IF
           END-IF.

       100-CREDIT-INTEREST.
           ADD 1 TO WS-ACCOUNT-COUNTER.
           MOVE SPACES TO COLL-PROP-STATE.
           IF WS-COLLMSTR-OPEN = "Y"
               MOVE ESCROW-ACCT-NO TO COLL-ACCT-NO
               READ COLLMSTR
                   INVALID KEY
                       MOVE SPACES TO COLL-PROP-STATE
               END-READ
           END-IF.
           IF COLL-PROP-STATE = SPACES
               ADD 1 TO WS-NOSTATE-COUNTER
               MOVE 0 TO WS-INTEREST
               MOVE "NO PROPERTY STATE" TO WS-DTL-NOTE
               PERFORM 850-WRITE-DETAIL
           ELSE
               MOVE 0 TO WS-RATE-FOUND
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                          OR WS-RATE-FOUND > 0
                   IF WS-RT-STATE(WS-RATE-IDX) = COLL-PROP-STATE
                       MOVE WS-RATE-IDX TO WS-RATE-FOUND
                   END-IF
               END-PERFORM
               IF WS-RATE-FOUND > 0
                   COMPUTE WS-INTEREST ROUNDED = ESCROW-BALANCE
                           * WS-RT-RATE(WS-RATE-FOUND) / 100 / 12
                   IF WS-INTEREST > 0
                       ADD WS-INTEREST TO ESCROW-BALANCE
                       REWRITE ESCROW-LEDGER-REC
                       PERFORM 150-JOURNAL-CREDIT
                       ADD 1 TO WS-PAID-COUNTER
                       ADD WS-INTEREST TO WS-INTEREST-TOTAL
                       PERFORM 170-TALLY-COMPANY
                       MOVE "CREDITED" TO WS-DTL-NOTE
                       PERFORM 850-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

       150-JOURNAL-CREDIT.
           MOVE SPACES           TO ESCINT-JOURNAL-REC.
           MOVE ESCROW-ACCT-NO   TO EIJ-ACCT.
           MOVE WS-RUN-DATE-N    TO EIJ-DATE.
           MOVE COLL-PROP-STATE  TO EIJ-STATE.
           MOVE WS-RT-RATE(WS-RATE-FOUND) TO EIJ-RATE.
           MOVE WS-INTEREST      TO EIJ-AMOUNT.
           WRITE ESCINT-JOURNAL-REC.

       170-TALLY-COMPANY.
      * Past the table's end the interest is left on the last
      * company's line rather than dropped from the books.
           MOVE SPACES TO WS-ACCT-COMPANY.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE ESCROW-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-COMPANY-CODE TO WS-ACCT-COMPANY
               END-READ
           END-IF.
           IF WS-ACCT-COMPANY = SPACES
               MOVE "001" TO WS-ACCT-COMPANY
           END-IF.
           MOVE 0 TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND > 0
               IF WS-CO-CODE(WS-CO-IDX) = WS-ACCT-COMPANY
                   MOVE WS-CO-IDX TO WS-CO-FOUND
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND = 0
               IF WS-CO-COUNT < 10
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-ACCT-COMPANY TO WS-CO-CODE(WS-CO-COUNT)
                   MOVE 0 TO WS-CO-INTEREST(WS-CO-COUNT)
               END-IF
               MOVE WS-CO-COUNT TO WS-CO-FOUND
           END-IF.
           ADD WS-INTEREST TO WS-CO-INTEREST(WS-CO-FOUND).

       200-WRITE-GL-FEED.
      * Dated today; glinterf books only the run date's lines, one
      * per company.
           OPEN OUTPUT GL-FEED.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-INTEREST(WS-CO-IDX) > 0
                   MOVE SPACES            TO GL-FEED-REC
                   MOVE WS-RUN-DATE-N     TO EIGL-DATE
                   MOVE WS-CO-INTEREST(WS-CO-IDX) TO EIGL-AMOUNT
                   MOVE WS-CO-CODE(WS-CO-IDX)     TO EIGL-COMPANY
                   WRITE GL-FEED-REC
               END-IF
           END-PERFORM.
           CLOSE GL-FEED.

       850-WRITE-DETAIL.
           MOVE ESCROW-ACCT-NO   TO WS-DTL-ACC.
           MOVE COLL-PROP-STATE  TO WS-DTL-STATE.
           MOVE ESCROW-BALANCE   TO WS-DTL-BALANCE.
           IF WS-RATE-FOUND > 0 AND COLL-PROP-STATE NOT = SPACES
               MOVE WS-RT-RATE(WS-RATE-FOUND) TO WS-DTL-RATE
           ELSE
               MOVE 0 TO WS-DTL-RATE
           END-IF.
           MOVE WS-INTEREST      TO WS-DTL-INTEREST.
           MOVE WS-DETAIL-LINE TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.

           MOVE "MONTH CREDITED:"         TO WS-TOT-LABEL.
           MOVE WS-RUN-YYYYMM             TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.

           MOVE "ACCOUNTS WITH BALANCE:"  TO WS-TOT-LABEL.
           MOVE WS-ACCOUNT-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.

           MOVE "ACCOUNTS CREDITED:"      TO WS-TOT-LABEL.
           MOVE WS-PAID-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.

           MOVE "NO PROPERTY STATE:"      TO WS-TOT-LABEL.
           MOVE WS-NOSTATE-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.

           MOVE "INTEREST CREDITED:"      TO WS-TOT-LABEL.
           MOVE WS-INTEREST-TOTAL         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INTEREST-REPORT-REC.
           WRITE INTEREST-REPORT-REC.
