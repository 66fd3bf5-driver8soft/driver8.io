      ******************************************************************
      *
      * Property Inspection Ordering
      * =============================
      *
      * The monthly occupancy-inspection order the investors require
      * on a seriously delinquent loan, instead of a fax to the
      * vendor.  Candidates are the accounts 31 days or more down in
      * delinqage's latest "aginghist" snapshot, confirmed 45 days
      * past due by their oldest open "payhist" item, plus every
      * account referred to foreclosure on FCTRACK.  A candidate is
      * skipped when it is no longer on LOANMSTR, closed or charged
      * off, under a LOAN-ST-BANKRUPTCY stay, or ordered or
      * inspected within the last 30 days per INSPTRK.  Each order
      * goes to the vendor on "inspordr" with the property address
      * off COLLMSTR (the loan record's address when the collateral
      * is not on file), and INSPTRK records the open order for
      * insprslt to match the vendor's result against.  Everything
      * ordered or skipped lands on the "insprpt" register.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. inspord.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-HISTORY ASSIGN TO "aginghist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGINGHIST-STATUS.

      * Foreclosure referrals tracked by fcmaint; optional.
           SELECT FCTRACK ASSIGN TO "FCTRACK"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS FC-ACCT-NO
           FILE STATUS IS WS-FCTRACK-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PAYHIST-KEY
           FILE STATUS IS WS-PAYHIST-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * Collateral master maintained by collmain; optional.
           SELECT COLLMSTR ASSIGN TO "COLLMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COLL-ACCT-NO
           FILE STATUS IS WS-COLLMSTR-STATUS.

      * Inspection tracking; created on first use.
           SELECT INSPTRK ASSIGN TO "INSPTRK"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS INSP-ACCT-NO
           FILE STATUS IS WS-INSPTRK-STATUS.

           SELECT ORDER-FILE ASSIGN TO "inspordr"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT INSP-REPORT ASSIGN TO "insprpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors delinqage's own FD AGING-HISTORY layout field for
      * field.
       FD AGING-HISTORY.
           01 AGING-HISTORY-REC.
               05 SNAP-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 SNAP-ACC           PIC X(10).
               05 FILLER             PIC X(01).
               05 SNAP-BUCKET        PIC 9(01).
               05 FILLER             PIC X(01).
               05 SNAP-AMOUNT        PIC 9(09)V9(02).

      * Mirrors fcmaint's own FD FCTRACK layout field for field.
       FD FCTRACK.
           01 FC-TRACK-REC.
               05 FC-ACCT-NO         PIC X(10).
               05 FC-REFER-DATE      PIC 9(08).
               05 FC-ATTORNEY        PIC X(20).
               05 FC-MILESTONE       PIC X(01).
               05 FC-MILESTONE-DATE  PIC 9(08).

      * Shared payment-history record; see payhist.cpy.
       FD PAYMENT-HISTORY.
           COPY "payhist.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared collateral master record; see collrec.cpy.
       FD COLLMSTR.
           COPY "collrec.cpy".

      * Shared property-inspection tracking record; see insprec.cpy.
       FD INSPTRK.
           COPY "insprec.cpy".

      * One line per inspection ordered: the account, the order
      * date, why it was ordered (D delinquent, F foreclosure), and
      * where the vendor is to go.
       FD ORDER-FILE.
           01 ORDER-REC.
               05 ORD-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 ORD-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 ORD-REASON         PIC X(01).
               05 FILLER             PIC X(01).
               05 ORD-CUST-NAME      PIC X(30).
               05 FILLER             PIC X(01).
               05 ORD-PROP-ADDR      PIC X(40).

       FD INSP-REPORT.
           01 INSP-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-AGINGHIST-STATUS PIC X(02) VALUE "00".
           01 WS-FCTRACK-STATUS   PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-COLLMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-COLLMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-INSPTRK-STATUS   PIC X(02) VALUE "00".
           01 WS-HIST-EOF         PIC X(01) VALUE "N".
           01 WS-TRACK-EOF        PIC X(01) VALUE "N".
           01 WS-PAYHIST-EOF      PIC X(01) VALUE "N".
           01 WS-INSP-NEW         PIC X(01) VALUE "N".

      * Run date and 30/360 day math, the same aging arithmetic
      * delinqage uses.
           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-CALC-DATE        PIC 9(08).
           01 WS-CALC-YEAR        PIC 9(04).
           01 WS-CALC-MMDD        PIC 9(04).
           01 WS-CALC-MONTH       PIC 9(02).
           01 WS-CALC-DAY         PIC 9(02).
           01 WS-CALC-TOTAL-DAYS  PIC 9(07).
           01 WS-DAYS-PAST-DUE    PIC S9(07).
           01 WS-DAYS-SINCE       PIC S9(07).
           01 WS-LAST-VISIT       PIC 9(08).

      * Investor servicing rules: inspect once an account is this
      * far past due, and again every window until it cures.
           01 WS-MIN-DAYS-PAST-DUE PIC 9(03) VALUE 45.
           01 WS-REINSPECT-DAYS   PIC 9(03) VALUE 30.

           01 WS-LATEST-DATE      PIC 9(08) VALUE ZEROES.

      * Candidates: the latest snapshot's 31-day-plus accounts and
      * every foreclosure referral, with the oldest open due date
      * payhist shows for each.
           01 WS-CAND-TABLE.
               05 WS-CAND-ENTRY OCCURS 5000 TIMES.
                   10 WS-CND-ACC       PIC X(10).
      * D delinquent (aging snapshot), F foreclosure referral.
                   10 WS-CND-REASON    PIC X(01).
                   10 WS-CND-OLDEST-DUE PIC 9(08).
           01 WS-CAND-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-CAND-OVERFLOW    PIC X(01) VALUE "N".
           01 WS-CND-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-CND-FOUND        PIC 9(04) VALUE ZEROES.
           01 WS-FIND-ACC         PIC X(10) VALUE SPACES.

           01 WS-ORDERED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-SKIPPED-COUNTER  PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-REASON    PIC X(12).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DAYS      PIC ZZZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(22).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.

           PERFORM 100-FIND-LATEST-SNAPSHOT.
           PERFORM 150-LOAD-DELINQUENT.
           PERFORM 180-LOAD-REFERRALS.
           IF WS-CAND-OVERFLOW = "Y"
               DISPLAY "CANDIDATE TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 190-FIND-OLDEST-DUE.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O INSPTRK.
           IF WS-INSPTRK-STATUS = "35"
               OPEN OUTPUT INSPTRK
               CLOSE INSPTRK
               OPEN I-O INSPTRK
           END-IF.
           IF WS-INSPTRK-STATUS NOT = "00"
               DISPLAY "INSPTRK OPEN FAILED, STATUS: "
                       WS-INSPTRK-STATUS
               CLOSE LOANMSTR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COLLMSTR.
           IF WS-COLLMSTR-STATUS = "00"
               MOVE "Y" TO WS-COLLMSTR-OPEN
           END-IF.
           OPEN OUTPUT ORDER-FILE.
           OPEN OUTPUT INSP-REPORT.

           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CAND-COUNT
               PERFORM 200-SCREEN-CANDIDATE
           END-PERFORM.

           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           CLOSE INSPTRK.
           IF WS-COLLMSTR-OPEN = "Y"
               CLOSE COLLMSTR
           END-IF.
           CLOSE ORDER-FILE.
           CLOSE INSP-REPORT.

           DISPLAY "INSPECTIONS ORDERED: " WS-ORDERED-COUNTER.
           DISPLAY "CANDIDATES SKIPPED: "  WS-SKIPPED-COUNTER.
           GOBACK.

       100-FIND-LATEST-SNAPSHOT.
      * The history file carries every run's snapshots; only the
      * newest date's entries are tonight's truth.
           OPEN INPUT AGING-HISTORY.
           IF WS-AGINGHIST-STATUS = "35"
               MOVE "Y" TO WS-HIST-EOF
           ELSE
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ AGING-HISTORY
                   AT END MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF SNAP-DATE > WS-LATEST-DATE
                           MOVE SNAP-DATE TO WS-LATEST-DATE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-HISTORY
           END-IF.

       150-LOAD-DELINQUENT.
      * Bucket 3 and worse is 31 days or more down; payhist narrows
      * that to the 45-day rule below.
           IF WS-LATEST-DATE NOT = 0
               MOVE "N" TO WS-HIST-EOF
               OPEN INPUT AGING-HISTORY
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ AGING-HISTORY
                   AT END MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF SNAP-DATE = WS-LATEST-DATE
                               AND SNAP-BUCKET > 2
                           MOVE SNAP-ACC TO WS-FIND-ACC
                           PERFORM 170-ADD-CANDIDATE
                           IF WS-CND-FOUND > 0
                               MOVE "D" TO WS-CND-REASON(WS-CND-FOUND)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-HISTORY
           END-IF.

       170-ADD-CANDIDATE.
           MOVE 0 TO WS-CND-FOUND.
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CAND-COUNT
                      OR WS-CND-FOUND > 0
               IF WS-CND-ACC(WS-CND-IDX) = WS-FIND-ACC
                   MOVE WS-CND-IDX TO WS-CND-FOUND
               END-IF
           END-PERFORM.
           IF WS-CND-FOUND = 0
               IF WS-CAND-COUNT < 5000
                   ADD 1 TO WS-CAND-COUNT
                   MOVE WS-FIND-ACC TO WS-CND-ACC(WS-CAND-COUNT)
                   MOVE SPACE       TO WS-CND-REASON(WS-CAND-COUNT)
                   MOVE 0      TO WS-CND-OLDEST-DUE(WS-CAND-COUNT)
                   MOVE WS-CAND-COUNT TO WS-CND-FOUND
               ELSE
      * A dropped candidate would go uninspected with nothing to
      * show for it; the run refuses instead.
                   MOVE "Y" TO WS-CAND-OVERFLOW
                   MOVE "Y" TO WS-HIST-EOF
                   MOVE "Y" TO WS-TRACK-EOF
               END-IF
           END-IF.

       180-LOAD-REFERRALS.
      * A loan in foreclosure is inspected on the investor's cycle
      * however its aging reads.
           OPEN INPUT FCTRACK.
           IF WS-FCTRACK-STATUS NOT = "00"
               MOVE "Y" TO WS-TRACK-EOF
           ELSE
               PERFORM UNTIL WS-TRACK-EOF = "Y"
                   READ FCTRACK
                   AT END MOVE "Y" TO WS-TRACK-EOF
                   NOT AT END
                       MOVE FC-ACCT-NO TO WS-FIND-ACC
                       PERFORM 170-ADD-CANDIDATE
                       IF WS-CND-FOUND > 0
                           MOVE "F" TO WS-CND-REASON(WS-CND-FOUND)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE FCTRACK
           END-IF.

       190-FIND-OLDEST-DUE.
      * The oldest item still open is how far down the account is
      * tonight, whatever the snapshot said.
           IF WS-CAND-COUNT > 0
               OPEN INPUT PAYMENT-HISTORY
               IF WS-PAYHIST-STATUS NOT = "00"
                   MOVE "Y" TO WS-PAYHIST-EOF
               END-IF
               PERFORM UNTIL WS-PAYHIST-EOF = "Y"
                   READ PAYMENT-HISTORY
                   AT END MOVE "Y" TO WS-PAYHIST-EOF
                   NOT AT END
                       IF PAYHIST-PAID-DATE = 0
                           PERFORM 195-NOTE-OPEN-ITEM
                       END-IF
                   END-READ
               END-PERFORM
               IF WS-PAYHIST-STATUS NOT = "35"
                   CLOSE PAYMENT-HISTORY
               END-IF
           END-IF.

       195-NOTE-OPEN-ITEM.
           MOVE 0 TO WS-CND-FOUND.
           PERFORM VARYING WS-CND-IDX FROM 1 BY 1
                   UNTIL WS-CND-IDX > WS-CAND-COUNT
                      OR WS-CND-FOUND > 0
               IF WS-CND-ACC(WS-CND-IDX) = PAYHIST-ACC
                   MOVE WS-CND-IDX TO WS-CND-FOUND
               END-IF
           END-PERFORM.
           IF WS-CND-FOUND > 0
               IF WS-CND-OLDEST-DUE(WS-CND-FOUND) = 0
                       OR PAYHIST-DUE-DATE
                          < WS-CND-OLDEST-DUE(WS-CND-FOUND)
                   MOVE PAYHIST-DUE-DATE
                       TO WS-CND-OLDEST-DUE(WS-CND-FOUND)
               END-IF
           END-IF.

       200-SCREEN-CANDIDATE.
           MOVE WS-CND-ACC(WS-CND-IDX) TO WS-DTL-ACC.
           IF WS-CND-REASON(WS-CND-IDX) = "F"
               MOVE "FORECLOSURE" TO WS-DTL-REASON
           ELSE
               MOVE "DELINQUENT"  TO WS-DTL-REASON
           END-IF.
           MOVE 0 TO WS-DAYS-PAST-DUE.
           IF WS-CND-OLDEST-DUE(WS-CND-IDX) NOT = 0
               MOVE WS-CND-OLDEST-DUE(WS-CND-IDX) TO WS-CALC-DATE
               PERFORM 700-CALC-TOTAL-DAYS
               COMPUTE WS-DAYS-PAST-DUE =
                       WS-RUN-TOTAL-DAYS - WS-CALC-TOTAL-DAYS
           END-IF.
           IF WS-DAYS-PAST-DUE > 0
               MOVE WS-DAYS-PAST-DUE TO WS-DTL-DAYS
           ELSE
               MOVE 0 TO WS-DTL-DAYS
           END-IF.

      * An aging candidate that has cured below the threshold since
      * the snapshot simply is not one; it is not reported.
           IF WS-CND-REASON(WS-CND-IDX) = "D"
                   AND WS-DAYS-PAST-DUE < WS-MIN-DAYS-PAST-DUE
               CONTINUE
           ELSE
               MOVE WS-CND-ACC(WS-CND-IDX) TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-DTL-ACTION
                       PERFORM 800-SKIP-CANDIDATE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN LOAN-ST-CLOSED
                               MOVE "ACCOUNT CLOSED" TO WS-DTL-ACTION
                               PERFORM 800-SKIP-CANDIDATE
                           WHEN LOAN-ST-CHARGEOFF
                               MOVE "CHARGED OFF" TO WS-DTL-ACTION
                               PERFORM 800-SKIP-CANDIDATE
                           WHEN LOAN-ST-BANKRUPTCY
                               MOVE "BANKRUPTCY STAY"
                                   TO WS-DTL-ACTION
                               PERFORM 800-SKIP-CANDIDATE
                           WHEN OTHER
                               PERFORM 300-CHECK-WINDOW
                       END-EVALUATE
               END-READ
           END-IF.

       300-CHECK-WINDOW.
      * The window runs from whichever is later, the last order or
      * the last inspection the vendor reported.
           MOVE "N" TO WS-INSP-NEW.
           MOVE LOAN-ACCT-NO TO INSP-ACCT-NO.
           READ INSPTRK
               INVALID KEY
                   MOVE "Y" TO WS-INSP-NEW
                   INITIALIZE INSP-RECORD
                   MOVE LOAN-ACCT-NO TO INSP-ACCT-NO
                   MOVE "N" TO INSP-OPEN-ORDER
           END-READ.
           MOVE INSP-ORDER-DATE TO WS-LAST-VISIT.
           IF INSP-RESULT-DATE > WS-LAST-VISIT
               MOVE INSP-RESULT-DATE TO WS-LAST-VISIT
           END-IF.
           MOVE WS-REINSPECT-DAYS TO WS-DAYS-SINCE.
           IF WS-LAST-VISIT NOT = 0
               MOVE WS-LAST-VISIT TO WS-CALC-DATE
               PERFORM 700-CALC-TOTAL-DAYS
               COMPUTE WS-DAYS-SINCE =
                       WS-RUN-TOTAL-DAYS - WS-CALC-TOTAL-DAYS
           END-IF.
           IF WS-DAYS-SINCE < WS-REINSPECT-DAYS
               MOVE "INSPECTED IN WINDOW" TO WS-DTL-ACTION
               PERFORM 800-SKIP-CANDIDATE
           ELSE
               PERFORM 400-ORDER-INSPECTION
           END-IF.

       400-ORDER-INSPECTION.
           MOVE SPACES                  TO ORDER-REC.
           MOVE LOAN-ACCT-NO            TO ORD-ACC.
           MOVE WS-RUN-DATE-NUM         TO ORD-DATE.
           MOVE WS-CND-REASON(WS-CND-IDX) TO ORD-REASON.
           MOVE LOAN-CUST-NAME          TO ORD-CUST-NAME.
           MOVE LOAN-CUST-ADDR          TO ORD-PROP-ADDR.
           IF WS-COLLMSTR-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO COLL-ACCT-NO
               READ COLLMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF COLL-PROP-ADDR NOT = SPACES
                           MOVE COLL-PROP-ADDR TO ORD-PROP-ADDR
                       END-IF
               END-READ
           END-IF.
           WRITE ORDER-REC.

           MOVE WS-RUN-DATE-NUM TO INSP-ORDER-DATE.
           MOVE "Y"             TO INSP-OPEN-ORDER.
           ADD 1 TO INSP-ORDER-COUNT.
           IF WS-INSP-NEW = "Y"
               WRITE INSP-RECORD
           ELSE
               REWRITE INSP-RECORD
           END-IF.

           ADD 1 TO WS-ORDERED-COUNTER.
           MOVE "ORDERED" TO WS-DTL-ACTION.
           MOVE WS-DETAIL-LINE TO INSP-REPORT-REC.
           WRITE INSP-REPORT-REC.

       700-CALC-TOTAL-DAYS.
           DIVIDE WS-CALC-DATE BY 10000
               GIVING WS-CALC-YEAR
               REMAINDER WS-CALC-MMDD.
           DIVIDE WS-CALC-MMDD BY 100
               GIVING WS-CALC-MONTH
               REMAINDER WS-CALC-DAY.
           COMPUTE WS-CALC-TOTAL-DAYS =
                   WS-CALC-YEAR * 360 + WS-CALC-MONTH * 30
                   + WS-CALC-DAY.

       800-SKIP-CANDIDATE.
           ADD 1 TO WS-SKIPPED-COUNTER.
           MOVE WS-DETAIL-LINE TO INSP-REPORT-REC.
           WRITE INSP-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO INSP-REPORT-REC.
           WRITE INSP-REPORT-REC.

           MOVE "INSPECTIONS ORDERED:" TO WS-TOT-LABEL.
           MOVE WS-ORDERED-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INSP-REPORT-REC.
           WRITE INSP-REPORT-REC.

           MOVE "CANDIDATES SKIPPED:"  TO WS-TOT-LABEL.
           MOVE WS-SKIPPED-COUNTER    TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO INSP-REPORT-REC.
           WRITE INSP-REPORT-REC.
