      ******************************************************************
      *
      * CECL Allowance for Credit Losses
      * =================================
      *
      * Quarter-end estimate of the lifetime expected credit loss on
      * the open book, replacing the spreadsheet built off rollrate's
      * "rollrept" and the "chgoffs" file.  The book is segmented by
      * product (LOAN-PRODUCT-CODE, spaces as "STD"), LTV band (the
      * balance over the latest COLLMSTR valuation, in ltvdist's six
      * bands plus a seventh for no valuation), and delinquency
      * bucket off the latest delinqage "aginghist" snapshot (an
      * account not on it is current).
      *
      * Each segment's historical annual loss rate comes from our
      * own history: the charge-offs on "chgoffs" within the look-
      * back years, net of the recoveries recovpst has posted since,
      * are placed in the segment the loan sat in when written off
      * (its product, its written-off balance over the valuation,
      * and its bucket on the last snapshot before the charge-off)
      * and divided by the look-back years and by the segment's
      * exposure - the open balance there plus the balances written
      * off out of it.  Each open loan's expected lifetime loss is
      * its balance times that rate times its remaining life in
      * years (at least one), scaled by the forecast adjustment for
      * its segment on the "ceclparm" file, where the most specific
      * matching line wins and a line may wildcard any dimension.
      *
      * Output is the allowance by segment on "ceclrpt", one audit
      * line per loan on "cecldtl", and the quarter's provision -
      * the new allowance less the last one, kept on the "ceclctl"
      * control file - on the "ceclprov" feed for glinterf to stage
      * as a PROVISN pair; a release (a smaller allowance) books
      * the pair the other way round.  Loss rates are figured on
      * the whole book, but the allowance is held by servicing
      * company (LOAN-COMPANY-CODE, spaces as the house company
      * "001"): each company's allowance is the expected loss on
      * its own loans, its provision is measured against its own
      * last allowance on "ceclctl", and the feed carries one line
      * per company so each books to its own ledger.  A rerun on
      * the same day measures against the same prior allowance, not
      * against itself.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ceclcalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

           SELECT COLLMSTR ASSIGN TO "COLLMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS COLL-ACCT-NO
           FILE STATUS IS WS-COLLMSTR-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO "SCHEDMST"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS SCHED-KEY.

           SELECT CHGOFF-FILE ASSIGN TO "chgoffs"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CHGOFF-STATUS.

           SELECT AGING-HISTORY ASSIGN TO "aginghist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGING-STATUS.

      * The look-back line and the forecast adjustments; optional.
           SELECT PARM-FILE ASSIGN TO "ceclparm"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-PARM-STATUS.

      * One line per company: the last run date, the company's
      * allowance then, and its allowance before that.
           SELECT CONTROL-FILE ASSIGN TO "ceclctl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PROVISION-FEED ASSIGN TO "ceclprov"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT DETAIL-FILE ASSIGN TO "cecldtl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT CECL-REPORT ASSIGN TO "ceclrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD COLLMSTR.
           COPY "collrec.cpy".

      * Shared amortization-schedule record; see schedrec.cpy.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared charge-off record; see chgoffrec.cpy.
       FD CHGOFF-FILE.
           COPY "chgoffrec.cpy".

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

      * "L" line: the look-back years.  "A" line: the forecast
      * adjustment percent for a product / LTV band / bucket, where
      * "***" and zero match any.
       FD PARM-FILE.
           01 CECL-PARM-REC.
               05 CP-TYPE            PIC X(01).
               05 FILLER             PIC X(01).
               05 CP-BODY.
                   10 CP-PRODUCT     PIC X(03).
                   10 FILLER         PIC X(01).
                   10 CP-LTV-BAND    PIC 9(01).
                   10 FILLER         PIC X(01).
                   10 CP-BUCKET      PIC 9(01).
                   10 FILLER         PIC X(01).
                   10 CP-ADJ-PCT     PIC S9(03)V9(02)
                                     SIGN IS LEADING SEPARATE.
               05 CP-LOOKBACK-BODY REDEFINES CP-BODY.
                   10 CP-LOOKBACK-YEARS PIC 9(02).
                   10 FILLER         PIC X(12).

       FD CONTROL-FILE.
           01 CONTROL-REC.
               05 CCTL-RUN-DATE      PIC 9(08).
               05 FILLER             PIC X(01).
               05 CCTL-ALLOWANCE     PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 CCTL-PRIOR-ALLOW   PIC 9(11)V9(02).
               05 FILLER             PIC X(01).
               05 CCTL-COMPANY       PIC X(03).

       FD PROVISION-FEED.
           01 PROVISION-REC.
               05 CPRV-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 CPRV-AMOUNT        PIC S9(11)V9(02)
                                     SIGN IS LEADING SEPARATE.
               05 FILLER             PIC X(01).
               05 CPRV-COMPANY       PIC X(03).

       FD DETAIL-FILE.
           01 DETAIL-REC.
               05 CDTL-ACCT          PIC X(10).
               05 FILLER             PIC X(01).
               05 CDTL-PRODUCT       PIC X(03).
               05 FILLER             PIC X(01).
               05 CDTL-LTV-BAND      PIC 9(01).
               05 FILLER             PIC X(01).
               05 CDTL-BUCKET        PIC 9(01).
               05 FILLER             PIC X(01).
               05 CDTL-BALANCE       PIC 9(09)V9(02).
               05 FILLER             PIC X(01).
               05 CDTL-LIFE-MONTHS   PIC 9(03).
               05 FILLER             PIC X(01).
               05 CDTL-ANNUAL-RATE   PIC 9(01)V9(06).
               05 FILLER             PIC X(01).
               05 CDTL-ADJ-PCT       PIC S9(03)V9(02)
                                     SIGN IS LEADING SEPARATE.
               05 FILLER             PIC X(01).
               05 CDTL-EXPECTED-LOSS PIC 9(09)V9(02).

       FD CECL-REPORT.
           01 CECL-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-COLLMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-COLLMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-CHGOFF-STATUS    PIC X(02) VALUE "00".
           01 WS-AGING-STATUS     PIC X(02) VALUE "00".
           01 WS-PARM-STATUS      PIC X(02) VALUE "00".
           01 WS-CONTROL-STATUS   PIC X(02) VALUE "00".
           01 WS-MSTR-EOF         PIC X(01) VALUE "N".
           01 WS-SCHED-EOF        PIC X(01) VALUE "N".
           01 WS-CHGOFF-EOF       PIC X(01) VALUE "N".
           01 WS-AGING-EOF        PIC X(01) VALUE "N".
           01 WS-PARM-EOF         PIC X(01) VALUE "N".

      * The reserved control-record keys a controlled master may
      * carry (see bcuota); they are no loan and take no part here.
           01 WS-HEADER-SENTINEL  PIC X(10) VALUE "0000000000".
           01 WS-TRAILER-SENTINEL PIC X(10) VALUE "9999999999".

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-YYYYMM       PIC 9(06).
           01 WS-ORIG-DATE.
               05 WS-ORIG-YEAR     PIC 9(04).
               05 WS-ORIG-MONTH    PIC 9(02).
               05 WS-ORIG-DAY      PIC 9(02).
           01 WS-LOOKBACK-YEARS   PIC 9(02) VALUE 3.
           01 WS-LOOKBACK-DATE    PIC 9(08) VALUE ZEROES.

      * Scheduled balance as of the run month, per account, for
      * loans not yet on the transaction ledger.
           01 WS-BAL-TABLE.
               05 WS-BAL-ENTRY OCCURS 5000 TIMES.
                   10 WS-TBL-ACC       PIC X(10).
                   10 WS-TBL-BALANCE   PIC S9(07)V9(02).
           01 WS-BAL-COUNT        PIC 9(04) VALUE ZEROES.
           01 WS-BAL-IDX          PIC 9(04) VALUE ZEROES.
           01 WS-FOUND-IDX        PIC 9(04) VALUE ZEROES.

      * Charge-offs inside the look-back, with the bucket each sat
      * in on the last snapshot before it was written off.
           01 WS-CO-TABLE.
               05 WS-CO-ENTRY OCCURS 2000 TIMES.
                   10 WS-CO-ACC        PIC X(10).
                   10 WS-CO-DATE       PIC 9(08).
                   10 WS-CO-BALANCE    PIC 9(09)V9(02).
                   10 WS-CO-NET-LOSS   PIC 9(09)V9(02).
                   10 WS-CO-SNAP-DATE  PIC 9(08).
                   10 WS-CO-BUCKET     PIC 9(01).
                   10 WS-CO-MATCHED    PIC X(01).
           01 WS-CO-COUNT         PIC 9(04) VALUE ZEROES.
           01 WS-CO-IDX           PIC 9(04) VALUE ZEROES.
           01 WS-CO-FOUND         PIC 9(04) VALUE ZEROES.
           01 WS-CO-UNMATCHED     PIC 9(07) VALUE ZEROES.

      * Every account's bucket on the latest snapshot.
           01 WS-SNAP-TABLE.
               05 WS-SNAP-ENTRY OCCURS 5000 TIMES.
                   10 WS-SNP-ACC       PIC X(10).
                   10 WS-SNP-BUCKET    PIC 9(01).
           01 WS-SNAP-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-SNAP-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-LATEST-SNAP      PIC 9(08) VALUE ZEROES.

           01 WS-ADJ-TABLE.
               05 WS-ADJ-ENTRY OCCURS 100 TIMES.
                   10 WS-ADJ-PRODUCT   PIC X(03).
                   10 WS-ADJ-LTV-BAND  PIC 9(01).
                   10 WS-ADJ-BUCKET    PIC 9(01).
                   10 WS-ADJ-PCT       PIC S9(03)V9(02).
           01 WS-ADJ-COUNT        PIC 9(03) VALUE ZEROES.
           01 WS-ADJ-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-ADJ-SCORE        PIC 9(01) VALUE ZEROES.
           01 WS-ADJ-BEST-SCORE   PIC 9(01) VALUE ZEROES.
           01 WS-ADJ-MISS         PIC X(01) VALUE "N".

      * One entry per product / LTV band / bucket seen.
           01 WS-SEG-TABLE.
               05 WS-SEG-ENTRY OCCURS 500 TIMES.
                   10 WS-SEG-PRODUCT   PIC X(03).
                   10 WS-SEG-LTV-BAND  PIC 9(01).
                   10 WS-SEG-BUCKET    PIC 9(01).
                   10 WS-SEG-COUNT     PIC 9(07).
                   10 WS-SEG-BALANCE   PIC 9(11)V9(02).
                   10 WS-SEG-CO-BALANCE PIC 9(11)V9(02).
                   10 WS-SEG-NET-LOSS  PIC 9(11)V9(02).
                   10 WS-SEG-RATE      PIC 9(01)V9(06).
                   10 WS-SEG-ADJ-PCT   PIC S9(03)V9(02).
                   10 WS-SEG-ALLOWANCE PIC 9(11)V9(02).
           01 WS-SEG-COUNT-USED   PIC 9(03) VALUE ZEROES.
           01 WS-SEG-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-SEG-FOUND        PIC 9(03) VALUE ZEROES.
           01 WS-SEG-OVERFLOW     PIC X(01) VALUE "N".

      * The segment of the loan in hand.
           01 WS-CUR-PRODUCT      PIC X(03) VALUE SPACES.
           01 WS-CUR-LTV-BAND     PIC 9(01) VALUE ZEROES.
           01 WS-CUR-BUCKET       PIC 9(01) VALUE ZEROES.
           01 WS-BALANCE          PIC S9(09)V9(02) VALUE ZEROES.
           01 WS-LTV-PCT          PIC 9(03)V9(02) VALUE ZEROES.
           01 WS-EXPOSURE         PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-ELAPSED-MONTHS   PIC S9(05) VALUE ZEROES.
           01 WS-LIFE-MONTHS      PIC S9(05) VALUE ZEROES.
           01 WS-EXPECTED-LOSS    PIC 9(09)V9(02) VALUE ZEROES.

           01 WS-LOAN-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-BOOK-BALANCE     PIC 9(13)V9(02) VALUE ZEROES.
           01 WS-ALLOWANCE        PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-PRIOR-ALLOWANCE  PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-PRIOR-RUN-DATE   PIC 9(08) VALUE ZEROES.
           01 WS-PRIOR-PRIOR      PIC 9(11)V9(02) VALUE ZEROES.
           01 WS-PROVISION        PIC S9(11)V9(02) VALUE ZEROES.

      * The allowance by servicing company, with the allowance each
      * is measured against.
           01 WS-CMP-TABLE.
               05 WS-CMP-ENTRY OCCURS 10 TIMES.
                   10 WS-CMP-CODE      PIC X(03).
                   10 WS-CMP-ALLOWANCE PIC 9(11)V9(02).
                   10 WS-CMP-PRIOR     PIC 9(11)V9(02).
                   10 WS-CMP-PROVISION PIC S9(11)V9(02).
           01 WS-CMP-COUNT        PIC 9(02) VALUE ZEROES.
           01 WS-CMP-IDX          PIC 9(02) VALUE ZEROES.
           01 WS-CMP-FOUND        PIC 9(02) VALUE ZEROES.
           01 WS-ACCT-COMPANY     PIC X(03) VALUE SPACES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(05) VALUE "PROD".
               05 FILLER PIC X(04) VALUE "LTV".
               05 FILLER PIC X(04) VALUE "BKT".
               05 FILLER PIC X(08) VALUE "  LOANS".
               05 FILLER PIC X(17) VALUE "       BALANCE".
               05 FILLER PIC X(10) VALUE "  ANN RATE".
               05 FILLER PIC X(09) VALUE "  ADJ PCT".
               05 FILLER PIC X(17) VALUE "       ALLOWANCE".

           01 WS-SEGMENT-LINE.
               05 WS-SGL-PRODUCT   PIC X(03).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SGL-LTV-BAND  PIC 9(01).
               05 FILLER           PIC X(03) VALUE SPACES.
               05 WS-SGL-BUCKET    PIC 9(01).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-SGL-COUNT     PIC Z(6)9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-SGL-BALANCE   PIC Z(12)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-SGL-RATE      PIC 9.9(06).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-SGL-ADJ-PCT   PIC -ZZ9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-SGL-ALLOWANCE PIC Z(12)9.99.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC -(13)9.99.

           01 WS-COMPANY-LINE.
               05 FILLER           PIC X(08) VALUE "COMPANY ".
               05 WS-CML-CODE      PIC X(03).
               05 FILLER           PIC X(13) VALUE "  ALLOWANCE: ".
               05 WS-CML-ALLOWANCE PIC Z(12)9.99.
               05 FILLER           PIC X(13) VALUE "  PROVISION: ".
               05 WS-CML-PROVISION PIC -(13)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.

           PERFORM 050-LOAD-PARAMETERS.
           COMPUTE WS-LOOKBACK-DATE =
                   WS-RUN-DATE-N - WS-LOOKBACK-YEARS * 10000.
           PERFORM 060-LOAD-CHARGE-OFFS.
           IF WS-CO-COUNT >= 2000
               DISPLAY "CHARGE-OFF TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 070-LOAD-AGING-SNAPSHOTS.
           PERFORM 080-READ-CONTROL-FILE.

           OPEN INPUT SCHEDULE-FILE.
           PERFORM UNTIL WS-SCHED-EOF = "Y"
               READ SCHEDULE-FILE
               AT END MOVE "Y" TO WS-SCHED-EOF
               NOT AT END
                   PERFORM 100-GATHER-BALANCE
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

           OPEN INPUT COLLMSTR.
           IF WS-COLLMSTR-STATUS = "00"
               MOVE "Y" TO WS-COLLMSTR-OPEN
           END-IF.

      * Pass 1: open balances and loss history into their segments.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MSTR-EOF = "Y"
               READ LOANMSTR
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END
                   IF LOAN-ACCT-NO NOT = WS-HEADER-SENTINEL
                           AND LOAN-ACCT-NO
                               NOT = WS-TRAILER-SENTINEL
                       PERFORM 200-SEGMENT-ACCOUNT
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE LOANMSTR.

      * A charge-off whose loan has since left the master is still
      * loss history; it is placed by what the record itself says.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-MATCHED(WS-CO-IDX) = "N"
                   ADD 1 TO WS-CO-UNMATCHED
                   MOVE "STD" TO WS-CUR-PRODUCT
                   MOVE 7     TO WS-CUR-LTV-BAND
                   MOVE WS-CO-BUCKET(WS-CO-IDX) TO WS-CUR-BUCKET
                   PERFORM 500-FIND-SEGMENT
                   IF WS-SEG-FOUND > 0
                       ADD WS-CO-BALANCE(WS-CO-IDX)
                           TO WS-SEG-CO-BALANCE(WS-SEG-FOUND)
                       ADD WS-CO-NET-LOSS(WS-CO-IDX)
                           TO WS-SEG-NET-LOSS(WS-SEG-FOUND)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SEG-OVERFLOW = "Y"
               DISPLAY "SEGMENT TABLE FULL, RUN REFUSED"
               IF WS-COLLMSTR-OPEN = "Y"
                   CLOSE COLLMSTR
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 300-RATE-SEGMENTS.

      * Pass 2: each open loan's expected lifetime loss.
           OPEN OUTPUT DETAIL-FILE.
           MOVE "N" TO WS-MSTR-EOF.
           OPEN INPUT LOANMSTR.
           PERFORM UNTIL WS-MSTR-EOF = "Y"
               READ LOANMSTR
               AT END MOVE "Y" TO WS-MSTR-EOF
               NOT AT END
                   IF LOAN-STATUS NOT = "C"
                           AND LOAN-STATUS NOT = "O"
                           AND LOAN-ACCT-NO NOT = WS-HEADER-SENTINEL
                           AND LOAN-ACCT-NO
                               NOT = WS-TRAILER-SENTINEL
                       PERFORM 400-MEASURE-LOAN
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE LOANMSTR.
           CLOSE DETAIL-FILE.
           IF WS-COLLMSTR-OPEN = "Y"
               CLOSE COLLMSTR
           END-IF.

           PERFORM 600-WRITE-PROVISION.
           PERFORM 650-STAMP-CONTROL-FILE.

           OPEN OUTPUT CECL-REPORT.
           PERFORM 850-WRITE-SEGMENTS.
           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE CECL-REPORT.

           DISPLAY "LOANS MEASURED: "      WS-LOAN-COUNTER.
           DISPLAY "ALLOWANCE: "           WS-ALLOWANCE.
           DISPLAY "PRIOR ALLOWANCE: "     WS-PRIOR-ALLOWANCE.
           DISPLAY "PROVISION: "           WS-PROVISION.
           IF WS-CO-UNMATCHED > 0 OR WS-ADJ-MISS = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "CECLPARM NOT FOUND, NO FORECAST ADJUSTMENT"
               MOVE "Y" TO WS-PARM-EOF
           END-IF.
           PERFORM UNTIL WS-PARM-EOF = "Y"
               READ PARM-FILE
               AT END MOVE "Y" TO WS-PARM-EOF
               NOT AT END
                   EVALUATE CP-TYPE
                       WHEN "L"
                           IF CP-LOOKBACK-YEARS NUMERIC
                                   AND CP-LOOKBACK-YEARS > 0
                               MOVE CP-LOOKBACK-YEARS
                                   TO WS-LOOKBACK-YEARS
                           END-IF
                       WHEN "A"
                           IF CP-LTV-BAND NUMERIC
                                   AND CP-BUCKET NUMERIC
                                   AND CP-ADJ-PCT NUMERIC
                                   AND WS-ADJ-COUNT < 100
                               ADD 1 TO WS-ADJ-COUNT
                               MOVE CP-PRODUCT
                                   TO WS-ADJ-PRODUCT(WS-ADJ-COUNT)
                               MOVE CP-LTV-BAND
                                   TO WS-ADJ-LTV-BAND(WS-ADJ-COUNT)
                               MOVE CP-BUCKET
                                   TO WS-ADJ-BUCKET(WS-ADJ-COUNT)
                               MOVE CP-ADJ-PCT
                                   TO WS-ADJ-PCT(WS-ADJ-COUNT)
                           ELSE
                               DISPLAY "CECLPARM LINE IGNORED: "
                                       CECL-PARM-REC
                               MOVE "Y" TO WS-ADJ-MISS
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-PARM-STATUS NOT = "35"
               CLOSE PARM-FILE
           END-IF.

       060-LOAD-CHARGE-OFFS.
           OPEN INPUT CHGOFF-FILE.
           IF WS-CHGOFF-STATUS NOT = "00"
               DISPLAY "CHGOFFS NOT FOUND, NO LOSS HISTORY"
               MOVE "Y" TO WS-CHGOFF-EOF
           END-IF.
           PERFORM UNTIL WS-CHGOFF-EOF = "Y"
               READ CHGOFF-FILE
               AT END MOVE "Y" TO WS-CHGOFF-EOF
               NOT AT END
                   IF CHGOFF-DATE >= WS-LOOKBACK-DATE
                           AND WS-CO-COUNT < 2000
                       ADD 1 TO WS-CO-COUNT
                       MOVE CHGOFF-ACC  TO WS-CO-ACC(WS-CO-COUNT)
                       MOVE CHGOFF-DATE TO WS-CO-DATE(WS-CO-COUNT)
                       MOVE CHGOFF-BALANCE
                           TO WS-CO-BALANCE(WS-CO-COUNT)
                       IF CHGOFF-RECOVERED < CHGOFF-BALANCE
                           COMPUTE WS-CO-NET-LOSS(WS-CO-COUNT) =
                                   CHGOFF-BALANCE - CHGOFF-RECOVERED
                       ELSE
                           MOVE 0 TO WS-CO-NET-LOSS(WS-CO-COUNT)
                       END-IF
                       MOVE 0   TO WS-CO-SNAP-DATE(WS-CO-COUNT)
      * Charge-offs come out of the deepest bucket unless a
      * snapshot says otherwise.
                       MOVE 5   TO WS-CO-BUCKET(WS-CO-COUNT)
                       MOVE "N" TO WS-CO-MATCHED(WS-CO-COUNT)
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-CHGOFF-STATUS NOT = "35"
               CLOSE CHGOFF-FILE
           END-IF.

       070-LOAD-AGING-SNAPSHOTS.
      * Snapshots append in run order; a later date starts the
      * latest-standing table over.
           OPEN INPUT AGING-HISTORY.
           IF WS-AGING-STATUS NOT = "00"
               DISPLAY "AGINGHIST NOT FOUND, BOOK TAKEN AS CURRENT"
               MOVE "Y" TO WS-AGING-EOF
           END-IF.
           PERFORM UNTIL WS-AGING-EOF = "Y"
               READ AGING-HISTORY
               AT END MOVE "Y" TO WS-AGING-EOF
               NOT AT END
                   PERFORM 075-APPLY-SNAPSHOT
               END-READ
           END-PERFORM.
           IF WS-AGING-STATUS NOT = "35"
               CLOSE AGING-HISTORY
           END-IF.

       075-APPLY-SNAPSHOT.
           IF SNAP-DATE > WS-LATEST-SNAP
               MOVE SNAP-DATE TO WS-LATEST-SNAP
               MOVE 0 TO WS-SNAP-COUNT
           END-IF.
           IF SNAP-DATE = WS-LATEST-SNAP AND WS-SNAP-COUNT < 5000
               ADD 1 TO WS-SNAP-COUNT
               MOVE SNAP-ACC    TO WS-SNP-ACC(WS-SNAP-COUNT)
               MOVE SNAP-BUCKET TO WS-SNP-BUCKET(WS-SNAP-COUNT)
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-ACC(WS-CO-IDX) = SNAP-ACC
                       AND SNAP-DATE <= WS-CO-DATE(WS-CO-IDX)
                       AND SNAP-DATE >= WS-CO-SNAP-DATE(WS-CO-IDX)
                       AND SNAP-BUCKET >= 1
                   MOVE SNAP-DATE   TO WS-CO-SNAP-DATE(WS-CO-IDX)
                   MOVE SNAP-BUCKET TO WS-CO-BUCKET(WS-CO-IDX)
               END-IF
           END-PERFORM.

       080-READ-CONTROL-FILE.
      * A control file from before the allowance was held by
      * company has one line with no company; it is the house
      * company's.
           INITIALIZE WS-CMP-TABLE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-CONTROL-STATUS NOT = "00"
                   READ CONTROL-FILE
                       AT END
                           MOVE "10" TO WS-CONTROL-STATUS
                       NOT AT END
                           PERFORM 085-APPLY-CONTROL-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       085-APPLY-CONTROL-LINE.
      * Rerun on the same day: measure against the allowance that
      * stood before the first run, not against that run.
           MOVE CCTL-RUN-DATE    TO WS-PRIOR-RUN-DATE.
           MOVE CCTL-ALLOWANCE   TO WS-PRIOR-PRIOR.
           IF CCTL-RUN-DATE = WS-RUN-DATE-N
               MOVE CCTL-PRIOR-ALLOW TO WS-PRIOR-PRIOR
           END-IF.
           MOVE CCTL-COMPANY TO WS-ACCT-COMPANY.
           PERFORM 460-FIND-COMPANY-SLOT.
           ADD WS-PRIOR-PRIOR TO WS-CMP-PRIOR(WS-CMP-FOUND).
           ADD WS-PRIOR-PRIOR TO WS-PRIOR-ALLOWANCE.

       100-GATHER-BALANCE.
      * Latest scheduled balance at or before the run month, the
      * same as-of logic pmicanc uses.
           IF SCHED-OUT-DUE-DATE <= WS-RUN-YYYYMM
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                       UNTIL WS-BAL-IDX > WS-BAL-COUNT
                          OR WS-FOUND-IDX > 0
                   IF WS-TBL-ACC(WS-BAL-IDX) = SCHED-OUT-ACC
                       MOVE WS-BAL-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = 0
                   IF WS-BAL-COUNT < 5000
                       ADD 1 TO WS-BAL-COUNT
                       MOVE SCHED-OUT-ACC
                           TO WS-TBL-ACC(WS-BAL-COUNT)
                       MOVE WS-BAL-COUNT TO WS-FOUND-IDX
                   ELSE
                       DISPLAY "BALANCE TABLE FULL, ACCOUNT "
                               SCHED-OUT-ACC
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-FOUND-IDX > 0
                   MOVE SCHED-OUT-BALANCE
                       TO WS-TBL-BALANCE(WS-FOUND-IDX)
               END-IF
           END-IF.

       200-SEGMENT-ACCOUNT.
           IF LOAN-PRODUCT-CODE = SPACES
               MOVE "STD" TO WS-CUR-PRODUCT
           ELSE
               MOVE LOAN-PRODUCT-CODE TO WS-CUR-PRODUCT
           END-IF.
           IF LOAN-STATUS = "O"
               PERFORM 250-PLACE-CHARGE-OFF
           ELSE
               IF LOAN-STATUS NOT = "C"
                   PERFORM 210-SET-BALANCE
                   PERFORM 220-SET-LTV-BAND
                   PERFORM 230-SET-BUCKET
                   PERFORM 500-FIND-SEGMENT
                   IF WS-SEG-FOUND > 0
                       ADD 1 TO WS-SEG-COUNT(WS-SEG-FOUND)
                       ADD WS-BALANCE TO WS-SEG-BALANCE(WS-SEG-FOUND)
                   END-IF
               END-IF
           END-IF.

       210-SET-BALANCE.
      * The ledger balance once the loan is on the ledger, else the
      * scheduled balance as of the run month, else origination
      * principal.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO WS-BALANCE
           ELSE
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                       UNTIL WS-BAL-IDX > WS-BAL-COUNT
                          OR WS-FOUND-IDX > 0
                   IF WS-TBL-ACC(WS-BAL-IDX) = LOAN-ACCT-NO
                       MOVE WS-BAL-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX > 0
                   MOVE WS-TBL-BALANCE(WS-FOUND-IDX) TO WS-BALANCE
               ELSE
                   MOVE LOAN-ORIG-PRIN TO WS-BALANCE
               END-IF
           END-IF.
           IF WS-BALANCE < 0
               MOVE 0 TO WS-BALANCE
           END-IF.

       220-SET-LTV-BAND.
      * ltvdist's six bands; seven is no valuation on file.
           MOVE 0 TO COLL-CURR-VALUE.
           IF WS-COLLMSTR-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO COLL-ACCT-NO
               READ COLLMSTR
                   INVALID KEY
                       MOVE 0 TO COLL-CURR-VALUE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF COLL-CURR-VALUE = 0
               MOVE 7 TO WS-CUR-LTV-BAND
           ELSE
               COMPUTE WS-LTV-PCT ROUNDED =
                       WS-BALANCE * 100 / COLL-CURR-VALUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-LTV-PCT
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-LTV-PCT <= 50
                       MOVE 1 TO WS-CUR-LTV-BAND
                   WHEN WS-LTV-PCT <= 60
                       MOVE 2 TO WS-CUR-LTV-BAND
                   WHEN WS-LTV-PCT <= 70
                       MOVE 3 TO WS-CUR-LTV-BAND
                   WHEN WS-LTV-PCT <= 80
                       MOVE 4 TO WS-CUR-LTV-BAND
                   WHEN WS-LTV-PCT <= 90
                       MOVE 5 TO WS-CUR-LTV-BAND
                   WHEN OTHER
                       MOVE 6 TO WS-CUR-LTV-BAND
               END-EVALUATE
           END-IF.

       230-SET-BUCKET.
           MOVE 1 TO WS-CUR-BUCKET.
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               IF WS-SNP-ACC(WS-SNAP-IDX) = LOAN-ACCT-NO
                       AND WS-SNP-BUCKET(WS-SNAP-IDX) >= 1
                   MOVE WS-SNP-BUCKET(WS-SNAP-IDX) TO WS-CUR-BUCKET
               END-IF
           END-PERFORM.

       250-PLACE-CHARGE-OFF.
      * A charged-off loan inside the look-back lands in the
      * segment it was written off from.
           MOVE 0 TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND > 0
               IF WS-CO-ACC(WS-CO-IDX) = LOAN-ACCT-NO
                       AND WS-CO-MATCHED(WS-CO-IDX) = "N"
                   MOVE WS-CO-IDX TO WS-CO-FOUND
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND > 0
               MOVE "Y" TO WS-CO-MATCHED(WS-CO-FOUND)
               MOVE WS-CO-BALANCE(WS-CO-FOUND) TO WS-BALANCE
               PERFORM 220-SET-LTV-BAND
               MOVE WS-CO-BUCKET(WS-CO-FOUND) TO WS-CUR-BUCKET
               PERFORM 500-FIND-SEGMENT
               IF WS-SEG-FOUND > 0
                   ADD WS-CO-BALANCE(WS-CO-FOUND)
                       TO WS-SEG-CO-BALANCE(WS-SEG-FOUND)
                   ADD WS-CO-NET-LOSS(WS-CO-FOUND)
                       TO WS-SEG-NET-LOSS(WS-SEG-FOUND)
               END-IF
           END-IF.

       300-RATE-SEGMENTS.
      * Annual loss rate: look-back net losses over the look-back
      * years and the segment's exposure; then the forecast
      * adjustment the most specific "ceclparm" line gives it.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT-USED
               COMPUTE WS-EXPOSURE = WS-SEG-BALANCE(WS-SEG-IDX)
                       + WS-SEG-CO-BALANCE(WS-SEG-IDX)
               IF WS-EXPOSURE > 0
                   COMPUTE WS-SEG-RATE(WS-SEG-IDX) ROUNDED =
                           WS-SEG-NET-LOSS(WS-SEG-IDX)
                           / WS-LOOKBACK-YEARS / WS-EXPOSURE
                       ON SIZE ERROR
                           MOVE 0 TO WS-SEG-RATE(WS-SEG-IDX)
                   END-COMPUTE
               ELSE
                   MOVE 0 TO WS-SEG-RATE(WS-SEG-IDX)
               END-IF
               MOVE 0 TO WS-SEG-ADJ-PCT(WS-SEG-IDX)
               MOVE 0 TO WS-ADJ-BEST-SCORE
               PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                       UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
                   PERFORM 350-SCORE-ADJUSTMENT
               END-PERFORM
           END-PERFORM.

       350-SCORE-ADJUSTMENT.
      * A line applies when every dimension it names matches; the
      * score is how many it names, plus one so a line that names
      * none still beats no line at all.
           MOVE 1 TO WS-ADJ-SCORE.
           IF WS-ADJ-PRODUCT(WS-ADJ-IDX) NOT = "***"
               IF WS-ADJ-PRODUCT(WS-ADJ-IDX)
                       = WS-SEG-PRODUCT(WS-SEG-IDX)
                   ADD 1 TO WS-ADJ-SCORE
               ELSE
                   MOVE 0 TO WS-ADJ-SCORE
               END-IF
           END-IF.
           IF WS-ADJ-SCORE > 0 AND WS-ADJ-LTV-BAND(WS-ADJ-IDX) > 0
               IF WS-ADJ-LTV-BAND(WS-ADJ-IDX)
                       = WS-SEG-LTV-BAND(WS-SEG-IDX)
                   ADD 1 TO WS-ADJ-SCORE
               ELSE
                   MOVE 0 TO WS-ADJ-SCORE
               END-IF
           END-IF.
           IF WS-ADJ-SCORE > 0 AND WS-ADJ-BUCKET(WS-ADJ-IDX) > 0
               IF WS-ADJ-BUCKET(WS-ADJ-IDX)
                       = WS-SEG-BUCKET(WS-SEG-IDX)
                   ADD 1 TO WS-ADJ-SCORE
               ELSE
                   MOVE 0 TO WS-ADJ-SCORE
               END-IF
           END-IF.
           IF WS-ADJ-SCORE > WS-ADJ-BEST-SCORE
               MOVE WS-ADJ-SCORE TO WS-ADJ-BEST-SCORE
               MOVE WS-ADJ-PCT(WS-ADJ-IDX)
                   TO WS-SEG-ADJ-PCT(WS-SEG-IDX)
           END-IF.

       400-MEASURE-LOAN.
           IF LOAN-PRODUCT-CODE = SPACES
               MOVE "STD" TO WS-CUR-PRODUCT
           ELSE
               MOVE LOAN-PRODUCT-CODE TO WS-CUR-PRODUCT
           END-IF.
           PERFORM 210-SET-BALANCE.
           PERFORM 220-SET-LTV-BAND.
           PERFORM 230-SET-BUCKET.
           PERFORM 500-FIND-SEGMENT.

      * Remaining contractual life in months, at least a year.
           MOVE LOAN-ORIG-DATE TO WS-ORIG-DATE.
           COMPUTE WS-ELAPSED-MONTHS =
                   (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
                   - (WS-ORIG-YEAR * 12 + WS-ORIG-MONTH).
           COMPUTE WS-LIFE-MONTHS =
                   LOAN-TERM-YEARS * 12 - WS-ELAPSED-MONTHS.
           IF WS-LIFE-MONTHS < 12
               MOVE 12 TO WS-LIFE-MONTHS
           END-IF.

           COMPUTE WS-EXPECTED-LOSS ROUNDED =
                   WS-BALANCE * WS-SEG-RATE(WS-SEG-FOUND)
                   * WS-LIFE-MONTHS / 12
                   * (100 + WS-SEG-ADJ-PCT(WS-SEG-FOUND)) / 100
               ON SIZE ERROR
                   MOVE 0 TO WS-EXPECTED-LOSS
           END-COMPUTE.
           IF (100 + WS-SEG-ADJ-PCT(WS-SEG-FOUND)) < 0
               MOVE 0 TO WS-EXPECTED-LOSS
           END-IF.
           IF WS-EXPECTED-LOSS > WS-BALANCE
               MOVE WS-BALANCE TO WS-EXPECTED-LOSS
           END-IF.

           ADD 1 TO WS-LOAN-COUNTER.
           ADD WS-BALANCE TO WS-BOOK-BALANCE.
           ADD WS-EXPECTED-LOSS TO WS-ALLOWANCE.
           ADD WS-EXPECTED-LOSS TO WS-SEG-ALLOWANCE(WS-SEG-FOUND).
           MOVE LOAN-COMPANY-CODE TO WS-ACCT-COMPANY.
           PERFORM 460-FIND-COMPANY-SLOT.
           ADD WS-EXPECTED-LOSS TO WS-CMP-ALLOWANCE(WS-CMP-FOUND).

           MOVE SPACES            TO DETAIL-REC.
           MOVE LOAN-ACCT-NO      TO CDTL-ACCT.
           MOVE WS-CUR-PRODUCT    TO CDTL-PRODUCT.
           MOVE WS-CUR-LTV-BAND   TO CDTL-LTV-BAND.
           MOVE WS-CUR-BUCKET     TO CDTL-BUCKET.
           MOVE WS-BALANCE        TO CDTL-BALANCE.
           MOVE WS-LIFE-MONTHS    TO CDTL-LIFE-MONTHS.
           MOVE WS-SEG-RATE(WS-SEG-FOUND)    TO CDTL-ANNUAL-RATE.
           MOVE WS-SEG-ADJ-PCT(WS-SEG-FOUND) TO CDTL-ADJ-PCT.
           MOVE WS-EXPECTED-LOSS  TO CDTL-EXPECTED-LOSS.
           WRITE DETAIL-REC.

       460-FIND-COMPANY-SLOT.
      * Points WS-CMP-FOUND at WS-ACCT-COMPANY's slot, opening one
      * the first time the company is met.  Past the table's end
      * the amount is left on the last company's line rather than
      * dropped from the books.
           IF WS-ACCT-COMPANY = SPACES
               MOVE "001" TO WS-ACCT-COMPANY
           END-IF.
           MOVE 0 TO WS-CMP-FOUND.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
                      OR WS-CMP-FOUND > 0
               IF WS-CMP-CODE(WS-CMP-IDX) = WS-ACCT-COMPANY
                   MOVE WS-CMP-IDX TO WS-CMP-FOUND
               END-IF
           END-PERFORM.
           IF WS-CMP-FOUND = 0
               IF WS-CMP-COUNT < 10
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-ACCT-COMPANY TO WS-CMP-CODE(WS-CMP-COUNT)
               END-IF
               MOVE WS-CMP-COUNT TO WS-CMP-FOUND
           END-IF.

       500-FIND-SEGMENT.
      * Every segment pass 2 can reach was built on pass 1, so a
      * lookup there always finds its entry.
           MOVE 0 TO WS-SEG-FOUND.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT-USED
                      OR WS-SEG-FOUND > 0
               IF WS-SEG-PRODUCT(WS-SEG-IDX) = WS-CUR-PRODUCT
                       AND WS-SEG-LTV-BAND(WS-SEG-IDX)
                           = WS-CUR-LTV-BAND
                       AND WS-SEG-BUCKET(WS-SEG-IDX) = WS-CUR-BUCKET
                   MOVE WS-SEG-IDX TO WS-SEG-FOUND
               END-IF
           END-PERFORM.
           IF WS-SEG-FOUND = 0
               IF WS-SEG-COUNT-USED < 500
                   ADD 1 TO WS-SEG-COUNT-USED
                   INITIALIZE WS-SEG-ENTRY(WS-SEG-COUNT-USED)
                   MOVE WS-CUR-PRODUCT
                       TO WS-SEG-PRODUCT(WS-SEG-COUNT-USED)
                   MOVE WS-CUR-LTV-BAND
                       TO WS-SEG-LTV-BAND(WS-SEG-COUNT-USED)
                   MOVE WS-CUR-BUCKET
                       TO WS-SEG-BUCKET(WS-SEG-COUNT-USED)
                   MOVE WS-SEG-COUNT-USED TO WS-SEG-FOUND
               ELSE
                   MOVE "Y" TO WS-SEG-OVERFLOW
               END-IF
           END-IF.

       600-WRITE-PROVISION.
      * Dated today; glinterf books only the run date's lines, one
      * per company.  A company with no open loans left releases
      * its whole prior allowance.
           OPEN OUTPUT PROVISION-FEED.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               COMPUTE WS-CMP-PROVISION(WS-CMP-IDX) =
                       WS-CMP-ALLOWANCE(WS-CMP-IDX)
                       - WS-CMP-PRIOR(WS-CMP-IDX)
               ADD WS-CMP-PROVISION(WS-CMP-IDX) TO WS-PROVISION
               IF WS-CMP-PROVISION(WS-CMP-IDX) NOT = 0
                   MOVE SPACES         TO PROVISION-REC
                   MOVE WS-RUN-DATE-N  TO CPRV-DATE
                   MOVE WS-CMP-PROVISION(WS-CMP-IDX) TO CPRV-AMOUNT
                   MOVE WS-CMP-CODE(WS-CMP-IDX)      TO CPRV-COMPANY
                   WRITE PROVISION-REC
               END-IF
           END-PERFORM.
           CLOSE PROVISION-FEED.

       650-STAMP-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               MOVE SPACES             TO CONTROL-REC
               MOVE WS-RUN-DATE-N      TO CCTL-RUN-DATE
               MOVE WS-CMP-ALLOWANCE(WS-CMP-IDX) TO CCTL-ALLOWANCE
               MOVE WS-CMP-PRIOR(WS-CMP-IDX)     TO CCTL-PRIOR-ALLOW
               MOVE WS-CMP-CODE(WS-CMP-IDX)      TO CCTL-COMPANY
               WRITE CONTROL-REC
           END-PERFORM.
           CLOSE CONTROL-FILE.

       850-WRITE-SEGMENTS.
           MOVE WS-HEADER-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT-USED
               IF WS-SEG-COUNT(WS-SEG-IDX) > 0
                   MOVE WS-SEG-PRODUCT(WS-SEG-IDX)  TO WS-SGL-PRODUCT
                   MOVE WS-SEG-LTV-BAND(WS-SEG-IDX)
                       TO WS-SGL-LTV-BAND
                   MOVE WS-SEG-BUCKET(WS-SEG-IDX)   TO WS-SGL-BUCKET
                   MOVE WS-SEG-COUNT(WS-SEG-IDX)    TO WS-SGL-COUNT
                   MOVE WS-SEG-BALANCE(WS-SEG-IDX)  TO WS-SGL-BALANCE
                   MOVE WS-SEG-RATE(WS-SEG-IDX)     TO WS-SGL-RATE
                   MOVE WS-SEG-ADJ-PCT(WS-SEG-IDX)  TO WS-SGL-ADJ-PCT
                   MOVE WS-SEG-ALLOWANCE(WS-SEG-IDX)
                       TO WS-SGL-ALLOWANCE
                   MOVE WS-SEGMENT-LINE TO CECL-REPORT-REC
                   WRITE CECL-REPORT-REC
               END-IF
           END-PERFORM.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "LOOK-BACK YEARS:"        TO WS-TOT-LABEL.
           MOVE WS-LOOKBACK-YEARS         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "CHARGE-OFFS IN LOOK-BACK:" TO WS-TOT-LABEL.
           MOVE WS-CO-COUNT               TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "CHARGE-OFFS OFF MASTER:" TO WS-TOT-LABEL.
           MOVE WS-CO-UNMATCHED           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "LOANS MEASURED:"         TO WS-TOT-LABEL.
           MOVE WS-LOAN-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "BOOK BALANCE:"           TO WS-TOT-LABEL.
           MOVE WS-BOOK-BALANCE           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "ALLOWANCE:"              TO WS-TOT-LABEL.
           MOVE WS-ALLOWANCE              TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "PRIOR ALLOWANCE:"        TO WS-TOT-LABEL.
           MOVE WS-PRIOR-ALLOWANCE        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           MOVE "PROVISION (RELEASE):"    TO WS-TOT-LABEL.
           MOVE WS-PROVISION              TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO CECL-REPORT-REC.
           WRITE CECL-REPORT-REC.

           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
               MOVE WS-CMP-CODE(WS-CMP-IDX)      TO WS-CML-CODE
               MOVE WS-CMP-ALLOWANCE(WS-CMP-IDX) TO WS-CML-ALLOWANCE
               MOVE WS-CMP-PROVISION(WS-CMP-IDX) TO WS-CML-PROVISION
               MOVE WS-COMPANY-LINE TO CECL-REPORT-REC
               WRITE CECL-REPORT-REC
           END-PERFORM.
