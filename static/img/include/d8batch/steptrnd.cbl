      ******************************************************************
      *
      * Weekly Batch Window Trend Report
      * =================================
      *
      * Reads the "stephist" timing history batchdrv keeps and says
      * whether the night is getting longer before the night it
      * runs into the online day.  For each step in "stepdefs"
      * order - the inbound file check first - the "steptrpt"
      * report lists its elapsed seconds over its last N clean runs
      * (a run that failed is not a norm), the average and the 95th
      * percentile over those runs, the latest run and its volume,
      * and flags the step SLOW when the latest run is more than the
      * allowed percentage over its norm, the average of the runs
      * before it.  The critical path follows the stepdefs
      * dependencies on average durations to the step that finishes
      * last, and the projected finish - the last night's start
      * plus every step's average, and again at the 95th percentile,
      * since the driver runs the steps one after another - is set
      * against the online-start deadline.
      *
      * Command-line tokens, all optional and in order: the number
      * of runs to trend (default 20, at most 60), the percentage
      * over norm that flags a step (default 25), and the online
      * start as HHMM (default 0700).  A flagged step or a projected
      * finish past the online start sets return code 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. steptrnd.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mirrors batchdrv's own FD STEP-DEFS layout field for field.
           SELECT STEP-DEFS ASSIGN TO "stepdefs"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STEPDEFS-STATUS.

           SELECT STEP-HIST-FILE ASSIGN TO "stephist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STEPHIST-STATUS.

           SELECT TREND-REPORT ASSIGN TO "steptrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STEP-DEFS.
           01 STEP-DEF-REC.
               05 SDF-NAME           PIC X(10).
               05 FILLER             PIC X(01).
               05 SDF-PROGRAM        PIC X(10).
               05 FILLER             PIC X(01).
               05 SDF-DEPENDS        PIC X(10).
               05 FILLER             PIC X(01).
               05 SDF-PARM           PIC X(20).
               05 FILLER             PIC X(01).
               05 SDF-VOLUME-FILE    PIC X(10).

      * Shared batch step timing history record; see stephist.cpy.
       FD STEP-HIST-FILE.
           COPY "stephist.cpy".

       FD TREND-REPORT.
           01 TREND-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-STEPDEFS-STATUS  PIC X(02) VALUE "00".
           01 WS-STEPHIST-STATUS  PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

      * Command-line tokens.
           01 WS-PARM-LINE        PIC X(40) VALUE SPACES.
           01 WS-PARM-TOKEN-1     PIC X(04) VALUE SPACES.
           01 WS-PARM-TOKEN-2     PIC X(04) VALUE SPACES.
           01 WS-PARM-TOKEN-3     PIC X(04) VALUE SPACES.
           01 WS-PARM-LEN-1       PIC 9(02) VALUE ZEROES.
           01 WS-PARM-LEN-2       PIC 9(02) VALUE ZEROES.
           01 WS-PARM-LEN-3       PIC 9(02) VALUE ZEROES.
           01 WS-TOKEN            PIC X(04) VALUE SPACES.
           01 WS-TOKEN-LEN        PIC 9(02) VALUE ZEROES.
           01 WS-TOKEN-RJ         PIC X(04) JUSTIFIED RIGHT.
           01 WS-TOKEN-VALUE      PIC 9(04) VALUE ZEROES.
           01 WS-TOKEN-OK         PIC X(01) VALUE "N".

           01 WS-RUN-LIMIT        PIC 9(02) VALUE 20.
           01 WS-SLOW-PCT         PIC 9(04) VALUE 25.
           01 WS-ONLINE-HHMM      PIC 9(04) VALUE 0700.

      * One entry per step: the inbound file check, then the
      * stepdefs steps in order, each with its last clean runs,
      * oldest first.
           01 WS-TREND-TABLE.
               05 WS-TRD-ENTRY OCCURS 101 TIMES.
                   10 WS-TRD-NAME      PIC X(10).
                   10 WS-TRD-DEPENDS   PIC X(10).
                   10 WS-TRD-COUNT     PIC 9(02).
                   10 WS-TRD-ELAPSED   PIC 9(06) OCCURS 60 TIMES.
                   10 WS-TRD-RECORDS   PIC 9(09) OCCURS 60 TIMES.
                   10 WS-TRD-AVERAGE   PIC 9(06).
                   10 WS-TRD-P95       PIC 9(06).
                   10 WS-TRD-NORM      PIC 9(06).
                   10 WS-TRD-FINISH    PIC 9(07).
                   10 WS-TRD-PATH-PREV PIC 9(03).
           01 WS-TRD-COUNT-ALL    PIC 9(03) VALUE ZEROES.
           01 WS-TRD-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-DEP-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-RUN-IDX          PIC 9(02) VALUE ZEROES.
           01 WS-SORT-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-SORT-LIMIT       PIC 9(02) VALUE ZEROES.
           01 WS-STP-OVERFLOW     PIC X(01) VALUE "N".

      * The last night on the history and when its stream started.
           01 WS-LAST-RUN-DATE    PIC 9(08) VALUE ZEROES.
           01 WS-LAST-START-TIME  PIC 9(08) VALUE ZEROES.

      * Working figures for one step.
           01 WS-SORTED-TABLE.
               05 WS-SORTED        PIC 9(06) OCCURS 60 TIMES.
           01 WS-SORT-HOLD        PIC 9(06).
           01 WS-SORT-SWAPPED     PIC X(01).
           01 WS-SUM-SECONDS      PIC 9(09).
           01 WS-P95-RANK         PIC 9(02).
           01 WS-LAST-ELAPSED     PIC 9(06).
           01 WS-LAST-RECORDS     PIC 9(09).
           01 WS-OVER-PCT         PIC S9(05).
           01 WS-STEP-FLAG        PIC X(08).

      * The night as a whole.
           01 WS-TOTAL-AVERAGE    PIC 9(07) VALUE ZEROES.
           01 WS-TOTAL-P95        PIC 9(07) VALUE ZEROES.
           01 WS-PATH-END         PIC 9(03) VALUE ZEROES.
           01 WS-PATH-TABLE.
               05 WS-PATH-STEP     PIC 9(03) OCCURS 101 TIMES.
           01 WS-PATH-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-PATH-IDX         PIC 9(03) VALUE ZEROES.
           01 WS-START-SECONDS    PIC 9(07) VALUE ZEROES.
           01 WS-ONLINE-SECONDS   PIC 9(07) VALUE ZEROES.
           01 WS-FINISH-SECONDS   PIC 9(07) VALUE ZEROES.
           01 WS-MARGIN-SECONDS   PIC S9(07) VALUE ZEROES.
           01 WS-SLOW-COUNTER     PIC 9(03) VALUE ZEROES.
           01 WS-MISS-COUNTER     PIC 9(03) VALUE ZEROES.

      * HHMMSSCC clock values to and from seconds of the day.
           01 WS-TIME-VALUE       PIC 9(08).
           01 WS-TIME-REST        PIC 9(06).
           01 WS-TIME-HH          PIC 9(02).
           01 WS-TIME-MM          PIC 9(02).
           01 WS-TIME-SS          PIC 9(02).
           01 WS-TIME-SECONDS     PIC 9(07).
           01 WS-CLOCK-DAYS       PIC 9(01).
           01 WS-CLOCK-TEXT.
               05 WS-CLK-HH        PIC 9(02).
               05 FILLER           PIC X(01) VALUE ":".
               05 WS-CLK-MM        PIC 9(02).
               05 FILLER           PIC X(01) VALUE ":".
               05 WS-CLK-SS        PIC 9(02).

           01 WS-HEADING-LINE.
               05 FILLER PIC X(12) VALUE "STEP".
               05 FILLER PIC X(05) VALUE "RUNS".
               05 FILLER PIC X(08) VALUE "    AVG".
               05 FILLER PIC X(08) VALUE "    P95".
               05 FILLER PIC X(08) VALUE "   LAST".
               05 FILLER PIC X(08) VALUE "   NORM".
               05 FILLER PIC X(07) VALUE " OVER%".
               05 FILLER PIC X(11) VALUE "    RECORDS".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(04) VALUE "FLAG".

           01 WS-STEP-LINE.
               05 WS-STL-NAME      PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-RUNS      PIC ZZ9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-AVERAGE   PIC Z(5)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-P95       PIC Z(5)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-LAST      PIC Z(5)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-NORM      PIC Z(5)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-OVER      PIC -(4)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-RECORDS   PIC Z(8)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-STL-FLAG      PIC X(08).

      * The runs themselves, oldest first, ten to a line.
           01 WS-RUNS-LINE.
               05 FILLER           PIC X(09) VALUE SPACES.
               05 WS-RNL-ELAPSED   PIC Z(6)9 OCCURS 10 TIMES.
           01 WS-RNL-IDX          PIC 9(02) VALUE ZEROES.

           01 WS-PATH-LINE.
               05 FILLER           PIC X(04) VALUE SPACES.
               05 WS-PTL-NAME      PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PTL-AVERAGE   PIC Z(5)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-PTL-FINISH    PIC Z(6)9.

           01 WS-STATUS-LINE.
               05 WS-STA-LABEL     PIC X(32).
               05 WS-STA-TEXT      PIC X(30).

           01 WS-COUNT-LINE.
               05 WS-CNT-LABEL     PIC X(32).
               05 WS-CNT-VALUE     PIC -(8)9.

       PROCEDURE DIVISION.
           PERFORM 050-READ-PARAMETERS.
           PERFORM 100-LOAD-STEP-DEFS.
           IF WS-STP-OVERFLOW = "Y"
               DISPLAY "STEP TABLE FULL, TREND REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-LOAD-HISTORY.

           OPEN OUTPUT TREND-REPORT.
           MOVE WS-HEADING-LINE TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TRD-COUNT-ALL
               PERFORM 300-TREND-STEP
           END-PERFORM.
           PERFORM 500-CRITICAL-PATH.
           PERFORM 600-PROJECT-FINISH.
           CLOSE TREND-REPORT.

           DISPLAY "STEPS TRENDED: "      WS-TRD-COUNT-ALL.
           DISPLAY "STEPS FLAGGED SLOW: " WS-SLOW-COUNTER.
           IF WS-SLOW-COUNTER > 0 OR WS-MISS-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-READ-PARAMETERS.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PARM-TOKEN-1 COUNT IN WS-PARM-LEN-1
                    WS-PARM-TOKEN-2 COUNT IN WS-PARM-LEN-2
                    WS-PARM-TOKEN-3 COUNT IN WS-PARM-LEN-3
           END-UNSTRING.
           MOVE WS-PARM-TOKEN-1 TO WS-TOKEN.
           MOVE WS-PARM-LEN-1   TO WS-TOKEN-LEN.
           PERFORM 060-PARSE-TOKEN.
           IF WS-TOKEN-OK = "Y" AND WS-TOKEN-VALUE > 0
                   AND WS-TOKEN-VALUE <= 60
               MOVE WS-TOKEN-VALUE TO WS-RUN-LIMIT
           END-IF.
           MOVE WS-PARM-TOKEN-2 TO WS-TOKEN.
           MOVE WS-PARM-LEN-2   TO WS-TOKEN-LEN.
           PERFORM 060-PARSE-TOKEN.
           IF WS-TOKEN-OK = "Y"
               MOVE WS-TOKEN-VALUE TO WS-SLOW-PCT
           END-IF.
           MOVE WS-PARM-TOKEN-3 TO WS-TOKEN.
           MOVE WS-PARM-LEN-3   TO WS-TOKEN-LEN.
           PERFORM 060-PARSE-TOKEN.
           IF WS-TOKEN-OK = "Y" AND WS-TOKEN-VALUE < 2400
               MOVE WS-TOKEN-VALUE TO WS-ONLINE-HHMM
           END-IF.

       060-PARSE-TOKEN.
           MOVE "N" TO WS-TOKEN-OK.
           IF WS-TOKEN-LEN > 0 AND WS-TOKEN-LEN <= 4
               MOVE SPACES TO WS-TOKEN-RJ
               MOVE WS-TOKEN(1:WS-TOKEN-LEN) TO WS-TOKEN-RJ
               INSPECT WS-TOKEN-RJ REPLACING LEADING SPACE BY "0"
               IF WS-TOKEN-RJ NUMERIC
                   MOVE WS-TOKEN-RJ TO WS-TOKEN-VALUE
                   MOVE "Y" TO WS-TOKEN-OK
               END-IF
           END-IF.

       100-LOAD-STEP-DEFS.
      * The inbound file check runs ahead of every step, so it
      * heads the table and the path.
           MOVE 1         TO WS-TRD-COUNT-ALL.
           MOVE "filemon" TO WS-TRD-NAME(1).
           MOVE SPACES    TO WS-TRD-DEPENDS(1).
           MOVE 0         TO WS-TRD-COUNT(1).
           OPEN INPUT STEP-DEFS.
           IF WS-STEPDEFS-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ STEP-DEFS
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-TRD-COUNT-ALL < 101
                           ADD 1 TO WS-TRD-COUNT-ALL
                           MOVE SDF-NAME
                               TO WS-TRD-NAME(WS-TRD-COUNT-ALL)
                           MOVE SDF-DEPENDS
                               TO WS-TRD-DEPENDS(WS-TRD-COUNT-ALL)
                           MOVE 0 TO WS-TRD-COUNT(WS-TRD-COUNT-ALL)
                       ELSE
                           MOVE "Y" TO WS-STP-OVERFLOW
                           MOVE "Y" TO WS-EOF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE STEP-DEFS
           ELSE
               DISPLAY "STEPDEFS NOT AVAILABLE, STATUS: "
                       WS-STEPDEFS-STATUS
           END-IF.

       200-LOAD-HISTORY.
           OPEN INPUT STEP-HIST-FILE.
           IF WS-STEPHIST-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ STEP-HIST-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 210-TAKE-HISTORY-LINE
                   END-READ
               END-PERFORM
               CLOSE STEP-HIST-FILE
           ELSE
               DISPLAY "STEPHIST NOT AVAILABLE, STATUS: "
                       WS-STEPHIST-STATUS
           END-IF.

       210-TAKE-HISTORY-LINE.
      * The history runs oldest first, so the first line of a new
      * night is when that night's stream started.
           IF SHS-RUN-DATE > WS-LAST-RUN-DATE
               MOVE SHS-RUN-DATE   TO WS-LAST-RUN-DATE
               MOVE SHS-START-TIME TO WS-LAST-START-TIME
           END-IF.
           IF SHS-RC < 8
               PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                       UNTIL WS-TRD-IDX > WS-TRD-COUNT-ALL
                   IF WS-TRD-NAME(WS-TRD-IDX) = SHS-NAME
                       PERFORM 220-ADD-RUN
                   END-IF
               END-PERFORM
           END-IF.

       220-ADD-RUN.
      * Once the window is full the oldest run drops off the front.
           IF WS-TRD-COUNT(WS-TRD-IDX) = WS-RUN-LIMIT
               PERFORM VARYING WS-RUN-IDX FROM 2 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-LIMIT
                   MOVE WS-TRD-ELAPSED(WS-TRD-IDX, WS-RUN-IDX)
                       TO WS-TRD-ELAPSED(WS-TRD-IDX, WS-RUN-IDX - 1)
                   MOVE WS-TRD-RECORDS(WS-TRD-IDX, WS-RUN-IDX)
                       TO WS-TRD-RECORDS(WS-TRD-IDX, WS-RUN-IDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TRD-COUNT(WS-TRD-IDX)
           END-IF.
           MOVE SHS-ELAPSED TO
               WS-TRD-ELAPSED(WS-TRD-IDX, WS-TRD-COUNT(WS-TRD-IDX)).
           MOVE SHS-RECORDS TO
               WS-TRD-RECORDS(WS-TRD-IDX, WS-TRD-COUNT(WS-TRD-IDX)).

       300-TREND-STEP.
           MOVE SPACES TO WS-STEP-LINE.
           MOVE WS-TRD-NAME(WS-TRD-IDX)  TO WS-STL-NAME.
           MOVE WS-TRD-COUNT(WS-TRD-IDX) TO WS-STL-RUNS.
           MOVE 0 TO WS-TRD-AVERAGE(WS-TRD-IDX).
           MOVE 0 TO WS-TRD-P95(WS-TRD-IDX).
           MOVE 0 TO WS-TRD-NORM(WS-TRD-IDX).
           MOVE SPACES TO WS-STEP-FLAG.
           IF WS-TRD-COUNT(WS-TRD-IDX) = 0
               MOVE "NO RUNS" TO WS-STEP-FLAG
           ELSE
               PERFORM 310-AVERAGE-AND-P95
               PERFORM 320-COMPARE-TO-NORM
           END-IF.
           MOVE WS-TRD-AVERAGE(WS-TRD-IDX) TO WS-STL-AVERAGE.
           MOVE WS-TRD-P95(WS-TRD-IDX)     TO WS-STL-P95.
           MOVE WS-STEP-FLAG               TO WS-STL-FLAG.
           MOVE WS-STEP-LINE TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.
           IF WS-TRD-COUNT(WS-TRD-IDX) > 0
               PERFORM 350-LIST-RUNS
           END-IF.

       310-AVERAGE-AND-P95.
           MOVE 0 TO WS-SUM-SECONDS.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-TRD-COUNT(WS-TRD-IDX)
               ADD WS-TRD-ELAPSED(WS-TRD-IDX, WS-RUN-IDX)
                   TO WS-SUM-SECONDS
               MOVE WS-TRD-ELAPSED(WS-TRD-IDX, WS-RUN-IDX)
                   TO WS-SORTED(WS-RUN-IDX)
           END-PERFORM.
           COMPUTE WS-TRD-AVERAGE(WS-TRD-IDX) ROUNDED =
                   WS-SUM-SECONDS / WS-TRD-COUNT(WS-TRD-IDX).
      * Nearest-rank 95th percentile off the runs in order.
           MOVE "Y" TO WS-SORT-SWAPPED.
           MOVE WS-TRD-COUNT(WS-TRD-IDX) TO WS-SORT-LIMIT.
           PERFORM UNTIL WS-SORT-SWAPPED = "N"
               MOVE "N" TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                       UNTIL WS-SORT-IDX > WS-SORT-LIMIT
                   IF WS-SORTED(WS-SORT-IDX - 1)
                           > WS-SORTED(WS-SORT-IDX)
                       MOVE WS-SORTED(WS-SORT-IDX) TO WS-SORT-HOLD
                       MOVE WS-SORTED(WS-SORT-IDX - 1)
                           TO WS-SORTED(WS-SORT-IDX)
                       MOVE WS-SORT-HOLD
                           TO WS-SORTED(WS-SORT-IDX - 1)
                       MOVE "Y" TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           COMPUTE WS-P95-RANK =
                   (WS-TRD-COUNT(WS-TRD-IDX) * 95 + 99) / 100.
           MOVE WS-SORTED(WS-P95-RANK) TO WS-TRD-P95(WS-TRD-IDX).

       320-COMPARE-TO-NORM.
      * The norm is the runs before the latest; a step with only
      * the one run has no norm to be slow against yet.
           MOVE WS-TRD-ELAPSED(WS-TRD-IDX, WS-TRD-COUNT(WS-TRD-IDX))
               TO WS-LAST-ELAPSED.
           MOVE WS-TRD-RECORDS(WS-TRD-IDX, WS-TRD-COUNT(WS-TRD-IDX))
               TO WS-LAST-RECORDS.
           MOVE WS-LAST-ELAPSED TO WS-STL-LAST.
           MOVE WS-LAST-RECORDS TO WS-STL-RECORDS.
           IF WS-TRD-COUNT(WS-TRD-IDX) < 2
               MOVE "NEW" TO WS-STEP-FLAG
           ELSE
               COMPUTE WS-TRD-NORM(WS-TRD-IDX) ROUNDED =
                       (WS-SUM-SECONDS - WS-LAST-ELAPSED)
                       / (WS-TRD-COUNT(WS-TRD-IDX) - 1)
               MOVE WS-TRD-NORM(WS-TRD-IDX) TO WS-STL-NORM
               IF WS-TRD-NORM(WS-TRD-IDX) > 0
                   COMPUTE WS-OVER-PCT ROUNDED =
                           (WS-LAST-ELAPSED - WS-TRD-NORM(WS-TRD-IDX))
                           * 100 / WS-TRD-NORM(WS-TRD-IDX)
                   MOVE WS-OVER-PCT TO WS-STL-OVER
                   IF WS-OVER-PCT > WS-SLOW-PCT
                       MOVE "SLOW" TO WS-STEP-FLAG
                       ADD 1 TO WS-SLOW-COUNTER
                   END-IF
               END-IF
           END-IF.

       350-LIST-RUNS.
           MOVE SPACES TO WS-RUNS-LINE.
           MOVE 0 TO WS-RNL-IDX.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-TRD-COUNT(WS-TRD-IDX)
               ADD 1 TO WS-RNL-IDX
               MOVE WS-TRD-ELAPSED(WS-TRD-IDX, WS-RUN-IDX)
                   TO WS-RNL-ELAPSED(WS-RNL-IDX)
               IF WS-RNL-IDX = 10
                   MOVE WS-RUNS-LINE TO TREND-REPORT-REC
                   WRITE TREND-REPORT-REC
                   MOVE SPACES TO WS-RUNS-LINE
                   MOVE 0 TO WS-RNL-IDX
               END-IF
           END-PERFORM.
           IF WS-RNL-IDX > 0
               MOVE WS-RUNS-LINE TO TREND-REPORT-REC
               WRITE TREND-REPORT-REC
           END-IF.

       500-CRITICAL-PATH.
      * Each step finishes its average after the step it depends
      * on; one with no dependency follows the inbound file check.
      * The path is traced back from whichever finishes last.
           MOVE 0 TO WS-PATH-END.
           MOVE 0 TO WS-TOTAL-AVERAGE.
           MOVE 0 TO WS-TOTAL-P95.
           PERFORM VARYING WS-TRD-IDX FROM 1 BY 1
                   UNTIL WS-TRD-IDX > WS-TRD-COUNT-ALL
               ADD WS-TRD-AVERAGE(WS-TRD-IDX) TO WS-TOTAL-AVERAGE
               ADD WS-TRD-P95(WS-TRD-IDX)     TO WS-TOTAL-P95
               MOVE 0 TO WS-TRD-PATH-PREV(WS-TRD-IDX)
               IF WS-TRD-IDX > 1
                   MOVE 1 TO WS-TRD-PATH-PREV(WS-TRD-IDX)
                   IF WS-TRD-DEPENDS(WS-TRD-IDX) NOT = SPACES
                       PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                               UNTIL WS-DEP-IDX >= WS-TRD-IDX
                           IF WS-TRD-NAME(WS-DEP-IDX)
                                   = WS-TRD-DEPENDS(WS-TRD-IDX)
                               MOVE WS-DEP-IDX
                                   TO WS-TRD-PATH-PREV(WS-TRD-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-TRD-PATH-PREV(WS-TRD-IDX) = 0
                   MOVE WS-TRD-AVERAGE(WS-TRD-IDX)
                       TO WS-TRD-FINISH(WS-TRD-IDX)
               ELSE
                   MOVE WS-TRD-PATH-PREV(WS-TRD-IDX) TO WS-DEP-IDX
                   COMPUTE WS-TRD-FINISH(WS-TRD-IDX) =
                           WS-TRD-FINISH(WS-DEP-IDX)
                           + WS-TRD-AVERAGE(WS-TRD-IDX)
               END-IF
               IF WS-PATH-END = 0
                   MOVE WS-TRD-IDX TO WS-PATH-END
               ELSE
                   IF WS-TRD-FINISH(WS-TRD-IDX)
                           > WS-TRD-FINISH(WS-PATH-END)
                       MOVE WS-TRD-IDX TO WS-PATH-END
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-PATH-COUNT.
           MOVE WS-PATH-END TO WS-TRD-IDX.
           PERFORM UNTIL WS-TRD-IDX = 0
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-TRD-IDX TO WS-PATH-STEP(WS-PATH-COUNT)
               MOVE WS-TRD-PATH-PREV(WS-TRD-IDX) TO WS-TRD-IDX
           END-PERFORM.

           MOVE SPACES TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.
           MOVE "CRITICAL PATH (AVG, FINISH):" TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.
           PERFORM VARYING WS-PATH-IDX FROM WS-PATH-COUNT BY -1
                   UNTIL WS-PATH-IDX = 0
               MOVE WS-PATH-STEP(WS-PATH-IDX) TO WS-TRD-IDX
               MOVE WS-TRD-NAME(WS-TRD-IDX)    TO WS-PTL-NAME
               MOVE WS-TRD-AVERAGE(WS-TRD-IDX) TO WS-PTL-AVERAGE
               MOVE WS-TRD-FINISH(WS-TRD-IDX)  TO WS-PTL-FINISH
               MOVE WS-PATH-LINE TO TREND-REPORT-REC
               WRITE TREND-REPORT-REC
           END-PERFORM.

       600-PROJECT-FINISH.
      * The driver runs every step in turn, so the night lasts the
      * sum of them, on an average night and on a 95th-percentile
      * one.  An online start earlier in the clock than the stream
      * start is the next morning.
           MOVE WS-LAST-START-TIME TO WS-TIME-VALUE.
           PERFORM 900-TIME-TO-SECONDS.
           MOVE WS-TIME-SECONDS TO WS-START-SECONDS.
           COMPUTE WS-TIME-VALUE = WS-ONLINE-HHMM * 10000.
           PERFORM 900-TIME-TO-SECONDS.
           MOVE WS-TIME-SECONDS TO WS-ONLINE-SECONDS.
           IF WS-ONLINE-SECONDS <= WS-START-SECONDS
               ADD 86400 TO WS-ONLINE-SECONDS
           END-IF.

           MOVE SPACES TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.
           MOVE SPACES TO WS-STATUS-LINE.
           MOVE "LAST STREAM START:" TO WS-STA-LABEL.
           MOVE WS-START-SECONDS TO WS-TIME-SECONDS.
           PERFORM 950-SECONDS-TO-CLOCK.
           STRING WS-LAST-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLOCK-TEXT DELIMITED BY SIZE
               INTO WS-STA-TEXT
           END-STRING.
           MOVE WS-STATUS-LINE TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.
           MOVE SPACES TO WS-STATUS-LINE.
           MOVE "ONLINE START:" TO WS-STA-LABEL.
           MOVE WS-ONLINE-SECONDS TO WS-TIME-SECONDS.
           PERFORM 950-SECONDS-TO-CLOCK.
           MOVE WS-CLOCK-TEXT TO WS-STA-TEXT.
           MOVE WS-STATUS-LINE TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.

           MOVE "PROJECTED FINISH, AVERAGE:" TO WS-STA-LABEL.
           COMPUTE WS-FINISH-SECONDS =
                   WS-START-SECONDS + WS-TOTAL-AVERAGE.
           PERFORM 650-WRITE-PROJECTION.
           MOVE "PROJECTED FINISH, 95TH PCTL:" TO WS-STA-LABEL.
           COMPUTE WS-FINISH-SECONDS =
                   WS-START-SECONDS + WS-TOTAL-P95.
           PERFORM 650-WRITE-PROJECTION.

       650-WRITE-PROJECTION.
           MOVE SPACES TO WS-STA-TEXT.
           MOVE WS-FINISH-SECONDS TO WS-TIME-SECONDS.
           PERFORM 950-SECONDS-TO-CLOCK.
           COMPUTE WS-MARGIN-SECONDS =
                   WS-ONLINE-SECONDS - WS-FINISH-SECONDS.
           IF WS-MARGIN-SECONDS < 0
               ADD 1 TO WS-MISS-COUNTER
               STRING WS-CLOCK-TEXT DELIMITED BY SIZE
                      "  MISSES ONLINE START" DELIMITED BY SIZE
                   INTO WS-STA-TEXT
               END-STRING
           ELSE
               STRING WS-CLOCK-TEXT DELIMITED BY SIZE
                      "  WITHIN WINDOW" DELIMITED BY SIZE
                   INTO WS-STA-TEXT
               END-STRING
           END-IF.
           MOVE WS-STATUS-LINE TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.
           MOVE "  MARGIN, SECONDS:" TO WS-CNT-LABEL.
           MOVE WS-MARGIN-SECONDS    TO WS-CNT-VALUE.
           MOVE WS-COUNT-LINE TO TREND-REPORT-REC.
           WRITE TREND-REPORT-REC.

       900-TIME-TO-SECONDS.
           DIVIDE WS-TIME-VALUE BY 1000000
               GIVING WS-TIME-HH
               REMAINDER WS-TIME-REST.
           DIVIDE WS-TIME-REST BY 10000
               GIVING WS-TIME-MM
               REMAINDER WS-TIME-REST.
           DIVIDE WS-TIME-REST BY 100
               GIVING WS-TIME-SS.
           COMPUTE WS-TIME-SECONDS =
                   WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.

       950-SECONDS-TO-CLOCK.
      * Past midnight reads as the next morning's clock.
           DIVIDE WS-TIME-SECONDS BY 86400
               GIVING WS-CLOCK-DAYS
               REMAINDER WS-TIME-SECONDS.
           DIVIDE WS-TIME-SECONDS BY 3600
               GIVING WS-CLK-HH
               REMAINDER WS-TIME-SECONDS.
           DIVIDE WS-TIME-SECONDS BY 60
               GIVING WS-CLK-MM
               REMAINDER WS-CLK-SS.
