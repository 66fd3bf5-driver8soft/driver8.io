      ******************************************************************
      *
      * Disaster-Area Identification and Relief Offers
      * ===============================================
      *
      * Finds the borrowers inside a declared disaster area off the
      * structured COLLMSTR property location instead of off a
      * printout of free-text addresses.  The "dsasdecl" intake
      * carries each declaration as a "D" line - declaration id,
      * declaration date, and the last day of the relief period -
      * followed by its "A" area lines, each naming either a ZIP or
      * a state and county.  Every property whose ZIP, or whose
      * state and county, falls in a declared area is flagged for
      * that declaration, provided its loan is still open on
      * LOANMSTR.  A flagged loan is appended to the "dsashold"
      * hold file for the declaration period - latechg assesses no
      * late charge and dunlettr sends no dunning letter to it
      * while the period runs - and gets a forbearance offer: a
      * DSASTOFR letter request queued for corresp, and a
      * ready-to-accept forbearance agreement for the relief period
      * staged on "dsasfbof" in fbmaint's transaction layout, which
      * the desk releases into "fbtrans" when the borrower accepts.
      * A loan already flagged for the same declaration is never
      * flagged twice, so a declaration amended with more counties
      * can simply be sent again.
      *
      * The "dsasrpt" report lists the loans flagged this run, then
      * the exposure by declaration over everything on the hold
      * file: the loans flagged, their balance, and how many were
      * delinquent, and for how much, on the delinqage snapshot taken
      * on or before the declaration date against the latest one.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dsasflag.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLARATION-FILE ASSIGN TO "dsasdecl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DECL-STATUS.

           SELECT COLLMSTR ASSIGN TO "COLLMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS COLL-ACCT-NO
           FILE STATUS IS WS-COLLMSTR-STATUS.

           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

      * Loans on hold for a declaration; latechg and dunlettr read
      * it the way they read the forbearance file.
           SELECT HOLD-FILE ASSIGN TO "dsashold"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

      * Delinquency snapshots delinqage appends; optional.
           SELECT AGING-HISTORY ASSIGN TO "aginghist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-AGINGHIST-STATUS.

      * Letter requests for the correspondence engine.
           SELECT CORR-QUEUE ASSIGN TO "corrqueue"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRQ-STATUS.

      * Forbearance offers staged in fbmaint's transaction layout.
           SELECT OFFER-FILE ASSIGN TO "dsasfbof"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-OFFER-STATUS.

           SELECT DISASTER-REPORT ASSIGN TO "dsasrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DECLARATION-FILE.
           01 DECL-REC.
               05 DCL-TYPE           PIC X(01).
               05 FILLER             PIC X(01).
               05 DCL-ID             PIC X(10).
               05 FILLER             PIC X(01).
               05 DCL-BODY           PIC X(40).
           01 DECL-HEADER-REC.
               05 FILLER             PIC X(13).
               05 DCLH-DATE          PIC 9(08).
               05 FILLER             PIC X(01).
               05 DCLH-HOLD-END      PIC 9(08).
               05 FILLER             PIC X(23).
           01 DECL-AREA-REC.
               05 FILLER             PIC X(13).
               05 DCLA-STATE         PIC X(02).
               05 FILLER             PIC X(01).
               05 DCLA-COUNTY        PIC X(20).
               05 FILLER             PIC X(01).
               05 DCLA-ZIP           PIC X(05).
               05 FILLER             PIC X(11).

       FD COLLMSTR.
           COPY "collrec.cpy".

       FD LOANMSTR.
           COPY "loanrec.cpy".

       FD HOLD-FILE.
           01 HOLD-REC.
               05 DSH-ACC            PIC X(10).
               05 FILLER             PIC X(01).
               05 DSH-DECL-ID        PIC X(10).
               05 FILLER             PIC X(01).
               05 DSH-START          PIC 9(08).
               05 FILLER             PIC X(01).
               05 DSH-END            PIC 9(08).

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

      * Mirrors corresp's own FD CORR-QUEUE layout field for field.
       FD CORR-QUEUE.
           01 CORR-QUEUE-REC.
               05 CRQ-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRQ-ACC            PIC X(10).

      * Mirrors fbmaint's own FD TRANS-FILE layout field for field.
       FD OFFER-FILE.
           01 OFFER-REC.
               05 FBTRAN-CODE        PIC X(01).
               05 FBTRAN-ACC         PIC X(10).
               05 FILLER             PIC X(01).
               05 FBTRAN-START       PIC 9(08).
               05 FILLER             PIC X(01).
               05 FBTRAN-END         PIC 9(08).
               05 FILLER             PIC X(01).
               05 FBTRAN-DISP        PIC X(01).

       FD DISASTER-REPORT.
           01 DISASTER-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-DECL-STATUS      PIC X(02) VALUE "00".
           01 WS-COLLMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-HOLD-STATUS      PIC X(02) VALUE "00".
           01 WS-AGINGHIST-STATUS PIC X(02) VALUE "00".
           01 WS-CORRQ-STATUS     PIC X(02) VALUE "00".
           01 WS-OFFER-STATUS     PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-LATEST-DATE      PIC 9(08) VALUE ZEROES.

      * Template corresp merges the offer letter from.
           01 WS-OFFER-TEMPLATE   PIC X(08) VALUE "DSASTOFR".

      * Declarations on this run's intake file.
           01 WS-DECL-TABLE.
               05 WS-DECL-ENTRY OCCURS 100 TIMES.
                   10 WS-DCL-ID        PIC X(10).
                   10 WS-DCL-DATE      PIC 9(08).
                   10 WS-DCL-HOLD-END  PIC 9(08).
           01 WS-DECL-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-DECL-IDX         PIC 9(03) VALUE ZEROES.
           01 WS-CUR-DECL         PIC 9(03) VALUE ZEROES.

      * Declared areas, each under its declaration's entry.
           01 WS-AREA-TABLE.
               05 WS-AREA-ENTRY OCCURS 2000 TIMES.
                   10 WS-AREA-DECL     PIC 9(03).
                   10 WS-AREA-STATE    PIC X(02).
                   10 WS-AREA-COUNTY   PIC X(20).
                   10 WS-AREA-ZIP      PIC X(05).
           01 WS-AREA-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-AREA-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-AREA-HIT         PIC X(01) VALUE "N".
           01 WS-TABLE-OVERFLOW   PIC X(01) VALUE "N".

      * Every loan ever flagged, from the hold file plus this run's,
      * with the exposure figures the report totals.
           01 WS-HOLD-TABLE.
               05 WS-HOLD-ENTRY OCCURS 5000 TIMES.
                   10 WS-HLD-ACC       PIC X(10).
                   10 WS-HLD-DECL-ID   PIC X(10).
                   10 WS-HLD-START     PIC 9(08).
                   10 WS-HLD-END       PIC 9(08).
                   10 WS-HLD-BEFORE-DATE PIC 9(08).
                   10 WS-HLD-BEFORE-AMT PIC 9(09)V9(02).
                   10 WS-HLD-AFTER-AMT PIC 9(09)V9(02).
           01 WS-HOLD-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-HOLD-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-HOLD-FOUND       PIC X(01) VALUE "N".

      * Exposure by declaration for the report.
           01 WS-EXPO-TABLE.
               05 WS-EXPO-ENTRY OCCURS 200 TIMES.
                   10 WS-EXP-DECL-ID   PIC X(10).
                   10 WS-EXP-LOANS     PIC 9(07).
                   10 WS-EXP-BALANCE   PIC S9(11)V9(02).
                   10 WS-EXP-BEFORE-CNT PIC 9(07).
                   10 WS-EXP-BEFORE-AMT PIC 9(11)V9(02).
                   10 WS-EXP-AFTER-CNT PIC 9(07).
                   10 WS-EXP-AFTER-AMT PIC 9(11)V9(02).
           01 WS-EXPO-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-EXPO-IDX         PIC 9(03) VALUE ZEROES.
           01 WS-EXPO-FOUND       PIC 9(03) VALUE ZEROES.

           01 WS-LOAN-BALANCE     PIC S9(09)V9(02) VALUE ZEROES.

           01 WS-DECL-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-AREA-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-BAD-COUNTER      PIC 9(09) VALUE ZEROES.
           01 WS-FLAGGED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-ALREADY-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-CLOSED-COUNTER   PIC 9(09) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-ACC       PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DECL-ID   PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-WHERE     PIC X(28).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-ACTION    PIC X(20).

           01 WS-EXPO-HEADER.
               05 FILLER           PIC X(11) VALUE "DECLARATION".
               05 FILLER           PIC X(07) VALUE "  LOANS".
               05 FILLER           PIC X(15) VALUE "        BALANCE".
               05 FILLER           PIC X(06) VALUE " DQ-BF".
               05 FILLER           PIC X(14) VALUE "   DQ-BF AMT".
               05 FILLER           PIC X(06) VALUE " DQ-AF".
               05 FILLER           PIC X(14) VALUE "   DQ-AF AMT".

           01 WS-EXPO-LINE.
               05 WS-EXL-DECL-ID   PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EXL-LOANS     PIC Z(5)9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EXL-BALANCE   PIC Z(10)9.99-.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EXL-BEFORE-CNT PIC Z(4)9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EXL-BEFORE-AMT PIC Z(9)9.99.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EXL-AFTER-CNT PIC Z(4)9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-EXL-AFTER-AMT PIC Z(9)9.99.

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.99.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 050-LOAD-HOLDS.
           PERFORM 100-LOAD-DECLARATIONS.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "DISASTER TABLE FULL, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS NOT = "00"
               DISPLAY "LOANMSTR OPEN FAILED, STATUS: "
                       WS-LOANMSTR-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT DISASTER-REPORT.
           MOVE "LOANS FLAGGED THIS RUN" TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

           IF WS-AREA-COUNT > 0
               OPEN INPUT COLLMSTR
               IF WS-COLLMSTR-STATUS NOT = "00"
                   DISPLAY "COLLMSTR OPEN FAILED, STATUS: "
                           WS-COLLMSTR-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE LOANMSTR
                   CLOSE DISASTER-REPORT
                   GOBACK
               END-IF
               OPEN EXTEND HOLD-FILE
               IF WS-HOLD-STATUS = "35"
                   OPEN OUTPUT HOLD-FILE
               END-IF
               OPEN EXTEND CORR-QUEUE
               IF WS-CORRQ-STATUS = "35"
                   OPEN OUTPUT CORR-QUEUE
               END-IF
               OPEN EXTEND OFFER-FILE
               IF WS-OFFER-STATUS = "35"
                   OPEN OUTPUT OFFER-FILE
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ COLLMSTR
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 200-TEST-PROPERTY
                   END-READ
               END-PERFORM
               CLOSE COLLMSTR
               CLOSE HOLD-FILE
               CLOSE CORR-QUEUE
               CLOSE OFFER-FILE
           END-IF.

           PERFORM 400-GATHER-EXPOSURE.
           PERFORM 900-WRITE-REPORT-TOTALS.

           CLOSE LOANMSTR.
           CLOSE DISASTER-REPORT.

           DISPLAY "DECLARATIONS READ: "   WS-DECL-COUNTER.
           DISPLAY "LOANS FLAGGED: "       WS-FLAGGED-COUNTER.
           DISPLAY "ALREADY FLAGGED: "     WS-ALREADY-COUNTER.
           DISPLAY "BAD INTAKE LINES: "    WS-BAD-COUNTER.
           IF WS-BAD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HOLD-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF WS-HOLD-COUNT < 5000
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE DSH-ACC     TO WS-HLD-ACC(WS-HOLD-COUNT)
                       MOVE DSH-DECL-ID
                           TO WS-HLD-DECL-ID(WS-HOLD-COUNT)
                       MOVE DSH-START   TO WS-HLD-START(WS-HOLD-COUNT)
                       MOVE DSH-END     TO WS-HLD-END(WS-HOLD-COUNT)
                       PERFORM 060-CLEAR-EXPOSURE
                   ELSE
      * A hold the table loses would be flagged a second time;
      * refuse the run instead.
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                       MOVE "Y" TO WS-EOF
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-HOLD-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       060-CLEAR-EXPOSURE.
           MOVE 0 TO WS-HLD-BEFORE-DATE(WS-HOLD-COUNT).
           MOVE 0 TO WS-HLD-BEFORE-AMT(WS-HOLD-COUNT).
           MOVE 0 TO WS-HLD-AFTER-AMT(WS-HOLD-COUNT).

       100-LOAD-DECLARATIONS.
      * An area line belongs to the "D" line above it with the same
      * id; one arriving without its declaration is refused.
           MOVE "N" TO WS-EOF.
           MOVE 0   TO WS-CUR-DECL.
           OPEN INPUT DECLARATION-FILE.
           IF WS-DECL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DECLARATION-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   EVALUATE DCL-TYPE
                       WHEN "D"
                           PERFORM 110-TAKE-DECLARATION
                       WHEN "A"
                           PERFORM 120-TAKE-AREA
                       WHEN OTHER
                           ADD 1 TO WS-BAD-COUNTER
                           DISPLAY "BAD DISASTER INTAKE LINE: " DCL-ID
                   END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-DECL-STATUS NOT = "35"
               CLOSE DECLARATION-FILE
           END-IF.

       110-TAKE-DECLARATION.
           MOVE 0 TO WS-CUR-DECL.
           IF DCLH-DATE NOT NUMERIC OR DCLH-HOLD-END NOT NUMERIC
                   OR DCLH-HOLD-END < DCLH-DATE OR DCL-ID = SPACES
               ADD 1 TO WS-BAD-COUNTER
               DISPLAY "BAD DISASTER DECLARATION: " DCL-ID
           ELSE
               IF WS-DECL-COUNT < 100
                   ADD 1 TO WS-DECL-COUNT
                   ADD 1 TO WS-DECL-COUNTER
                   MOVE DCL-ID        TO WS-DCL-ID(WS-DECL-COUNT)
                   MOVE DCLH-DATE     TO WS-DCL-DATE(WS-DECL-COUNT)
                   MOVE DCLH-HOLD-END
                       TO WS-DCL-HOLD-END(WS-DECL-COUNT)
                   MOVE WS-DECL-COUNT TO WS-CUR-DECL
               ELSE
                   MOVE "Y" TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       120-TAKE-AREA.
           IF WS-CUR-DECL = 0
               ADD 1 TO WS-BAD-COUNTER
               DISPLAY "AREA WITHOUT DECLARATION: " DCL-ID
           ELSE
               IF DCL-ID NOT = WS-DCL-ID(WS-CUR-DECL)
                       OR (DCLA-ZIP = SPACES
                           AND (DCLA-STATE = SPACES
                                OR DCLA-COUNTY = SPACES))
                   ADD 1 TO WS-BAD-COUNTER
                   DISPLAY "BAD DISASTER AREA: " DCL-ID
               ELSE
                   IF WS-AREA-COUNT < 2000
                       ADD 1 TO WS-AREA-COUNT
                       ADD 1 TO WS-AREA-COUNTER
                       MOVE WS-CUR-DECL
                           TO WS-AREA-DECL(WS-AREA-COUNT)
                       MOVE DCLA-STATE
                           TO WS-AREA-STATE(WS-AREA-COUNT)
                       MOVE DCLA-COUNTY
                           TO WS-AREA-COUNTY(WS-AREA-COUNT)
                       MOVE DCLA-ZIP
                           TO WS-AREA-ZIP(WS-AREA-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       200-TEST-PROPERTY.
      * Each declaration is tested on its own: a property inside two
      * declared areas is flagged under both.
           PERFORM VARYING WS-DECL-IDX FROM 1 BY 1
                   UNTIL WS-DECL-IDX > WS-DECL-COUNT
               MOVE "N" TO WS-AREA-HIT
               PERFORM VARYING WS-AREA-IDX FROM 1 BY 1
                       UNTIL WS-AREA-IDX > WS-AREA-COUNT
                          OR WS-AREA-HIT = "Y"
                   IF WS-AREA-DECL(WS-AREA-IDX) = WS-DECL-IDX
                       IF WS-AREA-ZIP(WS-AREA-IDX) NOT = SPACES
                           IF WS-AREA-ZIP(WS-AREA-IDX)
                                   = COLL-PROP-ZIP
                               MOVE "Y" TO WS-AREA-HIT
                           END-IF
                       ELSE
                           IF WS-AREA-STATE(WS-AREA-IDX)
                                   = COLL-PROP-STATE
                                   AND WS-AREA-COUNTY(WS-AREA-IDX)
                                       = COLL-PROP-COUNTY
                               MOVE "Y" TO WS-AREA-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-AREA-HIT = "Y"
                   PERFORM 250-FLAG-LOAN
               END-IF
           END-PERFORM.

       250-FLAG-LOAN.
           MOVE COLL-ACCT-NO              TO WS-DTL-ACC.
           MOVE WS-DCL-ID(WS-DECL-IDX)    TO WS-DTL-DECL-ID.
           MOVE SPACES                    TO WS-DTL-WHERE.
           STRING COLL-PROP-STATE  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  COLL-PROP-COUNTY DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  COLL-PROP-ZIP    DELIMITED BY SIZE
                  INTO WS-DTL-WHERE
           END-STRING.
           MOVE "N" TO WS-HOLD-FOUND.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                      OR WS-HOLD-FOUND = "Y"
               IF WS-HLD-ACC(WS-HOLD-IDX) = COLL-ACCT-NO
                       AND WS-HLD-DECL-ID(WS-HOLD-IDX)
                           = WS-DCL-ID(WS-DECL-IDX)
                   MOVE "Y" TO WS-HOLD-FOUND
               END-IF
           END-PERFORM.
           IF WS-HOLD-FOUND = "Y"
               ADD 1 TO WS-ALREADY-COUNTER
           ELSE
               MOVE COLL-ACCT-NO TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       ADD 1 TO WS-CLOSED-COUNTER
                       MOVE "NOT ON MASTER" TO WS-DTL-ACTION
                       PERFORM 850-WRITE-DETAIL
                   NOT INVALID KEY
                       IF LOAN-ST-CLOSED OR LOAN-ST-CHARGEOFF
                           ADD 1 TO WS-CLOSED-COUNTER
                           MOVE "LOAN NOT OPEN" TO WS-DTL-ACTION
                           PERFORM 850-WRITE-DETAIL
                       ELSE
                           PERFORM 300-HOLD-AND-OFFER
                       END-IF
               END-READ
           END-IF.

       300-HOLD-AND-OFFER.
           IF WS-HOLD-COUNT < 5000
               ADD 1 TO WS-HOLD-COUNT
               MOVE COLL-ACCT-NO TO WS-HLD-ACC(WS-HOLD-COUNT)
               MOVE WS-DCL-ID(WS-DECL-IDX)
                   TO WS-HLD-DECL-ID(WS-HOLD-COUNT)
               MOVE WS-DCL-DATE(WS-DECL-IDX)
                   TO WS-HLD-START(WS-HOLD-COUNT)
               MOVE WS-DCL-HOLD-END(WS-DECL-IDX)
                   TO WS-HLD-END(WS-HOLD-COUNT)
               PERFORM 060-CLEAR-EXPOSURE
           ELSE
               DISPLAY "HOLD TABLE FULL, ACCOUNT " COLL-ACCT-NO
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACES                    TO HOLD-REC.
           MOVE COLL-ACCT-NO              TO DSH-ACC.
           MOVE WS-DCL-ID(WS-DECL-IDX)    TO DSH-DECL-ID.
           MOVE WS-DCL-DATE(WS-DECL-IDX)  TO DSH-START.
           MOVE WS-DCL-HOLD-END(WS-DECL-IDX) TO DSH-END.
           WRITE HOLD-REC.

           MOVE SPACES            TO CORR-QUEUE-REC.
           MOVE WS-OFFER-TEMPLATE TO CRQ-TEMPLATE.
           MOVE COLL-ACCT-NO      TO CRQ-ACC.
           WRITE CORR-QUEUE-REC.

      * The offer runs from today to the end of the relief period
      * and tacks the deferral onto the end of the schedule.
           MOVE SPACES            TO OFFER-REC.
           MOVE "A"               TO FBTRAN-CODE.
           MOVE COLL-ACCT-NO      TO FBTRAN-ACC.
           MOVE WS-RUN-DATE       TO FBTRAN-START.
           MOVE WS-DCL-HOLD-END(WS-DECL-IDX) TO FBTRAN-END.
           MOVE "E"               TO FBTRAN-DISP.
           WRITE OFFER-REC.

           ADD 1 TO WS-FLAGGED-COUNTER.
           MOVE "HELD, OFFER SENT" TO WS-DTL-ACTION.
           PERFORM 850-WRITE-DETAIL.

       400-GATHER-EXPOSURE.
      * Each flagged loan's "before" is the latest snapshot taken
      * on or before its declaration date, its "after" the latest
      * snapshot of all; an account absent from a snapshot was
      * current on it.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AGING-HISTORY.
           IF WS-AGINGHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AGING-HISTORY
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF SNAP-DATE > WS-LATEST-DATE
                       MOVE SNAP-DATE TO WS-LATEST-DATE
                   END-IF
                   PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                       IF SNAP-DATE <= WS-HLD-START(WS-HOLD-IDX)
                               AND SNAP-DATE
                                   > WS-HLD-BEFORE-DATE(WS-HOLD-IDX)
                           MOVE SNAP-DATE
                               TO WS-HLD-BEFORE-DATE(WS-HOLD-IDX)
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-AGINGHIST-STATUS NOT = "35"
               CLOSE AGING-HISTORY
           END-IF.

           IF WS-LATEST-DATE > 0
               MOVE "N" TO WS-EOF
               OPEN INPUT AGING-HISTORY
               PERFORM UNTIL WS-EOF = "Y"
                   READ AGING-HISTORY
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SNAP-BUCKET > 1
                           PERFORM 450-APPLY-SNAPSHOT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE AGING-HISTORY
           END-IF.

           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               PERFORM 500-ADD-TO-DECLARATION
           END-PERFORM.

       450-APPLY-SNAPSHOT.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               IF WS-HLD-ACC(WS-HOLD-IDX) = SNAP-ACC
                   IF SNAP-DATE = WS-HLD-BEFORE-DATE(WS-HOLD-IDX)
                       MOVE SNAP-AMOUNT
                           TO WS-HLD-BEFORE-AMT(WS-HOLD-IDX)
                   END-IF
                   IF SNAP-DATE = WS-LATEST-DATE
                       MOVE SNAP-AMOUNT
                           TO WS-HLD-AFTER-AMT(WS-HOLD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       500-ADD-TO-DECLARATION.
           MOVE 0 TO WS-EXPO-FOUND.
           PERFORM VARYING WS-EXPO-IDX FROM 1 BY 1
                   UNTIL WS-EXPO-IDX > WS-EXPO-COUNT
                      OR WS-EXPO-FOUND > 0
               IF WS-EXP-DECL-ID(WS-EXPO-IDX)
                       = WS-HLD-DECL-ID(WS-HOLD-IDX)
                   MOVE WS-EXPO-IDX TO WS-EXPO-FOUND
               END-IF
           END-PERFORM.
           IF WS-EXPO-FOUND = 0
               IF WS-EXPO-COUNT < 200
                   ADD 1 TO WS-EXPO-COUNT
                   MOVE WS-EXPO-COUNT TO WS-EXPO-FOUND
                   MOVE WS-HLD-DECL-ID(WS-HOLD-IDX)
                       TO WS-EXP-DECL-ID(WS-EXPO-FOUND)
                   MOVE 0 TO WS-EXP-LOANS(WS-EXPO-FOUND)
                   MOVE 0 TO WS-EXP-BALANCE(WS-EXPO-FOUND)
                   MOVE 0 TO WS-EXP-BEFORE-CNT(WS-EXPO-FOUND)
                   MOVE 0 TO WS-EXP-BEFORE-AMT(WS-EXPO-FOUND)
                   MOVE 0 TO WS-EXP-AFTER-CNT(WS-EXPO-FOUND)
                   MOVE 0 TO WS-EXP-AFTER-AMT(WS-EXPO-FOUND)
               ELSE
                   DISPLAY "DECLARATION TABLE FULL: "
                           WS-HLD-DECL-ID(WS-HOLD-IDX)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-EXPO-FOUND > 0
               PERFORM 550-LOAN-BALANCE
               ADD 1 TO WS-EXP-LOANS(WS-EXPO-FOUND)
               ADD WS-LOAN-BALANCE TO WS-EXP-BALANCE(WS-EXPO-FOUND)
               IF WS-HLD-BEFORE-AMT(WS-HOLD-IDX) > 0
                   ADD 1 TO WS-EXP-BEFORE-CNT(WS-EXPO-FOUND)
                   ADD WS-HLD-BEFORE-AMT(WS-HOLD-IDX)
                       TO WS-EXP-BEFORE-AMT(WS-EXPO-FOUND)
               END-IF
               IF WS-HLD-AFTER-AMT(WS-HOLD-IDX) > 0
                   ADD 1 TO WS-EXP-AFTER-CNT(WS-EXPO-FOUND)
                   ADD WS-HLD-AFTER-AMT(WS-HOLD-IDX)
                       TO WS-EXP-AFTER-AMT(WS-EXPO-FOUND)
               END-IF
           END-IF.

       550-LOAN-BALANCE.
      * A revolving line owes its running balance; an installment
      * loan its ledger balance, or its original principal when it
      * predates the ledger.  A loan gone from the master owes
      * nothing here.
           MOVE 0 TO WS-LOAN-BALANCE.
           MOVE WS-HLD-ACC(WS-HOLD-IDX) TO LOAN-ACCT-NO.
           READ LOANMSTR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN LOAN-ST-CLOSED
                           CONTINUE
                       WHEN LOAN-TY-REVOLVING
                           MOVE LOAN-CURR-BALANCE TO WS-LOAN-BALANCE
                       WHEN LOAN-ACTUAL-BALANCE NOT = 0
                       WHEN LOAN-PAID-THRU-DATE NOT = 0
                           MOVE LOAN-ACTUAL-BALANCE
                               TO WS-LOAN-BALANCE
                       WHEN OTHER
                           MOVE LOAN-ORIG-PRIN TO WS-LOAN-BALANCE
                   END-EVALUATE
           END-READ.

       850-WRITE-DETAIL.
           MOVE WS-DETAIL-LINE TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

       900-WRITE-REPORT-TOTALS.
           MOVE SPACES TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.
           MOVE "EXPOSURE BY DECLARATION" TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.
           MOVE WS-EXPO-HEADER TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.
           PERFORM VARYING WS-EXPO-IDX FROM 1 BY 1
                   UNTIL WS-EXPO-IDX > WS-EXPO-COUNT
               MOVE WS-EXP-DECL-ID(WS-EXPO-IDX)    TO WS-EXL-DECL-ID
               MOVE WS-EXP-LOANS(WS-EXPO-IDX)      TO WS-EXL-LOANS
               MOVE WS-EXP-BALANCE(WS-EXPO-IDX)    TO WS-EXL-BALANCE
               MOVE WS-EXP-BEFORE-CNT(WS-EXPO-IDX)
                   TO WS-EXL-BEFORE-CNT
               MOVE WS-EXP-BEFORE-AMT(WS-EXPO-IDX)
                   TO WS-EXL-BEFORE-AMT
               MOVE WS-EXP-AFTER-CNT(WS-EXPO-IDX)  TO WS-EXL-AFTER-CNT
               MOVE WS-EXP-AFTER-AMT(WS-EXPO-IDX)  TO WS-EXL-AFTER-AMT
               MOVE WS-EXPO-LINE TO DISASTER-REPORT-REC
               WRITE DISASTER-REPORT-REC
           END-PERFORM.

           MOVE SPACES TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

           MOVE "DECLARATIONS READ:"      TO WS-TOT-LABEL.
           MOVE WS-DECL-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

           MOVE "AREAS DECLARED:"         TO WS-TOT-LABEL.
           MOVE WS-AREA-COUNTER           TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

           MOVE "LOANS FLAGGED:"          TO WS-TOT-LABEL.
           MOVE WS-FLAGGED-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

           MOVE "ALREADY FLAGGED:"        TO WS-TOT-LABEL.
           MOVE WS-ALREADY-COUNTER        TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

           MOVE "IN AREA, LOAN NOT OPEN:" TO WS-TOT-LABEL.
           MOVE WS-CLOSED-COUNTER         TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.

           MOVE "BAD INTAKE LINES:"       TO WS-TOT-LABEL.
           MOVE WS-BAD-COUNTER            TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO DISASTER-REPORT-REC.
           WRITE DISASTER-REPORT-REC.
