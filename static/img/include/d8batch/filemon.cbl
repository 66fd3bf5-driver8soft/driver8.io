      ******************************************************************
      *
      * Inbound File Arrival Monitor
      * =============================
      *
      * The night depends on files from outside - the origination
      * extract "borddata", the "lockbox" transmission, the bank's
      * "achret" returns and "clrchks" cleared checks, the CRM and
      * tax-service feeds - and used to run on without one that was
      * late or empty, leaving the gap for the morning.  batchdrv
      * CALLs this check ahead of the first step.  The "filexpct"
      * table names each expected file with its arrival deadline,
      * the business days it is due on - every "runcal" business
      * day, or only the first or last business day of the month -
      * the least and most records it should carry, and whether a
      * problem with it holds the stream or lets it run on.
      *
      * Each file due today is checked for presence (absent past its
      * deadline is LATE, absent ahead of it NOT IN), for size
      * (EMPTY, or RANGE outside its record band), and for content
      * already received: a hash of every record, compared with the
      * hashes kept on the "filehist" history for prior days, finds
      * a re-sent old file as DUPLICATE.  Every file is listed on
      * the "filemrpt" report and the "filestat" file eonstat reads,
      * with the hold or continue decision for any problem.  A
      * problem on a hold file sets return code 8 and batchdrv holds
      * the stream; a problem on a continue file sets 4.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. filemon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One line per expected inbound file.
           SELECT EXPECT-FILE ASSIGN TO "filexpct"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EXPECT-STATUS.

      * Mirrors runctlck's own FD CALENDAR-FILE layout field for
      * field.
           SELECT CALENDAR-FILE ASSIGN TO "runcal"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

      * The file under check is named at run time from the
      * expectation record.
           SELECT INBOUND-FILE ASSIGN TO WS-INBOUND-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-INBOUND-STATUS.

      * Each file's record count and content hash by day received.
           SELECT HISTORY-FILE ASSIGN TO "filehist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FILE-STAT-FILE ASSIGN TO "filestat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT MONITOR-REPORT ASSIGN TO "filemrpt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EXPECT-FILE.
           01 EXPECT-REC.
               05 FXP-FILE-NAME      PIC X(10).
               05 FILLER             PIC X(01).
      * Arrival deadline, HHMM on the business day.
               05 FXP-DEADLINE       PIC 9(04).
               05 FILLER             PIC X(01).
      * D every business day, F first business day of the month,
      * L last business day of the month.
               05 FXP-DAYS           PIC X(01).
               05 FILLER             PIC X(01).
               05 FXP-MIN-RECORDS    PIC 9(07).
               05 FILLER             PIC X(01).
      * Zero means no upper limit.
               05 FXP-MAX-RECORDS    PIC 9(07).
               05 FILLER             PIC X(01).
      * H holds the stream on a problem, C runs on without it.
               05 FXP-ACTION         PIC X(01).

       FD CALENDAR-FILE.
           01 CALENDAR-REC.
               05 CAL-DATE           PIC 9(08).

       FD INBOUND-FILE.
           01 INBOUND-REC PIC X(256).

       FD HISTORY-FILE.
           01 HISTORY-REC.
               05 FHS-FILE-NAME      PIC X(10).
               05 FILLER             PIC X(01).
               05 FHS-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 FHS-RECORDS        PIC 9(09).
               05 FILLER             PIC X(01).
               05 FHS-HASH           PIC 9(10).

      * Shared inbound file arrival status record; see filestat.cpy.
       FD FILE-STAT-FILE.
           COPY "filestat.cpy".

       FD MONITOR-REPORT.
           01 MONITOR-REPORT-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-EXPECT-STATUS    PIC X(02) VALUE "00".
           01 WS-CALENDAR-STATUS  PIC X(02) VALUE "00".
           01 WS-INBOUND-STATUS   PIC X(02) VALUE "00".
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-INBOUND-EOF      PIC X(01) VALUE "N".

           01 WS-INBOUND-NAME     PIC X(30) VALUE SPACES.

           01 WS-RUN-DATE.
               05 WS-RUN-YEAR      PIC 9(04).
               05 WS-RUN-MONTH     PIC 9(02).
               05 WS-RUN-DAY       PIC 9(02).
           01 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(08).
           01 WS-RUN-TOTAL-DAYS   PIC 9(07).
           01 WS-NOW-TIME         PIC 9(08) VALUE ZEROES.
           01 WS-NOW-HHMM         PIC 9(04) VALUE ZEROES.

      * Where today falls on the processing calendar.  A site with
      * no calendar yet expects every file every night.
           01 WS-CALENDAR-PRESENT PIC X(01) VALUE "N".
           01 WS-ON-CALENDAR      PIC X(01) VALUE "N".
           01 WS-EARLIER-IN-MONTH PIC X(01) VALUE "N".
           01 WS-LATER-IN-MONTH   PIC X(01) VALUE "N".
           01 WS-CAL-YYYYMM       PIC 9(06).
           01 WS-RUN-YYYYMM       PIC 9(06).

      * The history rides through storage so tonight's hashes can
      * replace a rerun's and the aged entries drop off.
           01 WS-HIST-TABLE.
               05 WS-HIST-ENTRY OCCURS 3000 TIMES.
                   10 WS-HST-FILE-NAME PIC X(10).
                   10 WS-HST-DATE      PIC 9(08).
                   10 WS-HST-RECORDS   PIC 9(09).
                   10 WS-HST-HASH      PIC 9(10).
           01 WS-HIST-COUNT       PIC 9(04) VALUE ZEROES.
           01 WS-HIST-IDX         PIC 9(04) VALUE ZEROES.
           01 WS-HIST-DROPPED     PIC 9(04) VALUE ZEROES.
      * History kept for this many days, 30/360.
           01 WS-HIST-KEEP-DAYS   PIC 9(03) VALUE 90.
           01 WS-HST-YEAR         PIC 9(04).
           01 WS-HST-MMDD         PIC 9(04).
           01 WS-HST-MONTH        PIC 9(02).
           01 WS-HST-DAY          PIC 9(02).
           01 WS-HST-TOTAL-DAYS   PIC 9(07).

      * The file under check.
           01 WS-DUE-TODAY        PIC X(01) VALUE "N".
           01 WS-RECORD-COUNT     PIC 9(09) VALUE ZEROES.
           01 WS-RESULT           PIC X(09) VALUE SPACES.
           01 WS-DECISION         PIC X(01) VALUE SPACE.
           01 WS-DUP-DATE         PIC 9(08) VALUE ZEROES.

      * Running hash over every byte of every record: two sums
      * modulo 65521, the second summing the first, so both the
      * content and its order count.
           01 WS-SUM-A            PIC 9(09) VALUE ZEROES.
           01 WS-SUM-B            PIC 9(09) VALUE ZEROES.
           01 WS-HASH-QUOT        PIC 9(09) VALUE ZEROES.
           01 WS-FILE-HASH        PIC 9(10) VALUE ZEROES.
           01 WS-BYTE-IDX         PIC 9(03) VALUE ZEROES.
           01 WS-BYTE-PAIR.
               05 FILLER           PIC X(01) VALUE LOW-VALUE.
               05 WS-BYTE-CHAR     PIC X(01).
           01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR
                                  PIC 9(04) COMP.

           01 WS-CHECKED-COUNTER  PIC 9(05) VALUE ZEROES.
           01 WS-PROBLEM-COUNTER  PIC 9(05) VALUE ZEROES.
           01 WS-HOLD-COUNTER     PIC 9(05) VALUE ZEROES.

           01 WS-DETAIL-LINE.
               05 WS-DTL-FILE      PIC X(10).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DEADLINE  PIC 9(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RESULT    PIC X(09).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-RECORDS   PIC Z(8)9.
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-DECISION  PIC X(08).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 WS-DTL-NOTE      PIC X(20).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-TOTAL-DAYS =
                   WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY.
           DIVIDE WS-RUN-DATE-N BY 100 GIVING WS-RUN-YYYYMM.
           ACCEPT WS-NOW-TIME FROM TIME.
           DIVIDE WS-NOW-TIME BY 10000 GIVING WS-NOW-HHMM.

           OPEN INPUT EXPECT-FILE.
           IF WS-EXPECT-STATUS NOT = "00"
               DISPLAY "FILEXPCT NOT AVAILABLE, STATUS: "
                       WS-EXPECT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM 050-PLACE-ON-CALENDAR.
           PERFORM 080-LOAD-HISTORY.
           OPEN OUTPUT FILE-STAT-FILE.
           OPEN OUTPUT MONITOR-REPORT.

           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EXPECT-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-CHECK-FILE
               END-READ
           END-PERFORM.
           CLOSE EXPECT-FILE.

           PERFORM 800-SAVE-HISTORY.
           PERFORM 900-WRITE-REPORT-TOTALS.
           CLOSE FILE-STAT-FILE.
           CLOSE MONITOR-REPORT.

           DISPLAY "INBOUND FILES CHECKED: " WS-CHECKED-COUNTER.
           DISPLAY "INBOUND FILE PROBLEMS: " WS-PROBLEM-COUNTER.
           DISPLAY "INBOUND FILES HOLDING: " WS-HOLD-COUNTER.
           EVALUATE TRUE
               WHEN WS-HOLD-COUNTER > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROBLEM-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       050-PLACE-ON-CALENDAR.
      * Only today's own month matters: whether today is a business
      * day, and whether another comes before or after it.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               MOVE "Y" TO WS-CALENDAR-PRESENT
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CALENDAR-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       DIVIDE CAL-DATE BY 100 GIVING WS-CAL-YYYYMM
                       EVALUATE TRUE
                           WHEN CAL-DATE = WS-RUN-DATE-N
                               MOVE "Y" TO WS-ON-CALENDAR
                           WHEN WS-CAL-YYYYMM NOT = WS-RUN-YYYYMM
                               CONTINUE
                           WHEN CAL-DATE < WS-RUN-DATE-N
                               MOVE "Y" TO WS-EARLIER-IN-MONTH
                           WHEN OTHER
                               MOVE "Y" TO WS-LATER-IN-MONTH
                       END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       080-LOAD-HISTORY.
      * Tonight's own entries (a rerun's) and entries past the
      * keep period are dropped on the way in.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM 085-KEEP-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       085-KEEP-HISTORY-ENTRY.
           DIVIDE FHS-DATE BY 10000
               GIVING WS-HST-YEAR
               REMAINDER WS-HST-MMDD.
           DIVIDE WS-HST-MMDD BY 100
               GIVING WS-HST-MONTH
               REMAINDER WS-HST-DAY.
           COMPUTE WS-HST-TOTAL-DAYS =
                   WS-HST-YEAR * 360 + WS-HST-MONTH * 30 + WS-HST-DAY.
           IF FHS-DATE < WS-RUN-DATE-N
                   AND WS-RUN-TOTAL-DAYS - WS-HST-TOTAL-DAYS
                       <= WS-HIST-KEEP-DAYS
               IF WS-HIST-COUNT < 3000
                   ADD 1 TO WS-HIST-COUNT
                   MOVE FHS-FILE-NAME
                       TO WS-HST-FILE-NAME(WS-HIST-COUNT)
                   MOVE FHS-DATE    TO WS-HST-DATE(WS-HIST-COUNT)
                   MOVE FHS-RECORDS TO WS-HST-RECORDS(WS-HIST-COUNT)
                   MOVE FHS-HASH    TO WS-HST-HASH(WS-HIST-COUNT)
               ELSE
                   ADD 1 TO WS-HIST-DROPPED
               END-IF
           END-IF.

       100-CHECK-FILE.
           MOVE SPACES        TO WS-DETAIL-LINE.
           MOVE FXP-FILE-NAME TO WS-DTL-FILE.
           MOVE FXP-DEADLINE  TO WS-DTL-DEADLINE.
           MOVE SPACES        TO WS-RESULT.
           MOVE SPACE         TO WS-DECISION.
           MOVE 0             TO WS-RECORD-COUNT.
           PERFORM 150-DECIDE-DUE-TODAY.
           ADD 1 TO WS-CHECKED-COUNTER.

           MOVE SPACES TO WS-INBOUND-NAME.
           MOVE FXP-FILE-NAME TO WS-INBOUND-NAME.
           OPEN INPUT INBOUND-FILE.
           IF WS-INBOUND-STATUS = "00"
               PERFORM 200-COUNT-AND-HASH
               CLOSE INBOUND-FILE
           END-IF.

           EVALUATE TRUE
               WHEN WS-DUE-TODAY = "N"
                   MOVE "NOT DUE" TO WS-RESULT
               WHEN WS-INBOUND-STATUS NOT = "00"
                       AND WS-NOW-HHMM >= FXP-DEADLINE
                   MOVE "LATE" TO WS-RESULT
               WHEN WS-INBOUND-STATUS NOT = "00"
                   MOVE "NOT IN" TO WS-RESULT
               WHEN WS-RECORD-COUNT = 0
                   MOVE "EMPTY" TO WS-RESULT
               WHEN WS-RECORD-COUNT < FXP-MIN-RECORDS
               WHEN FXP-MAX-RECORDS > 0
                       AND WS-RECORD-COUNT > FXP-MAX-RECORDS
                   MOVE "RANGE" TO WS-RESULT
               WHEN OTHER
                   PERFORM 300-FIND-DUPLICATE
                   IF WS-DUP-DATE > 0
                       MOVE "DUPLICATE" TO WS-RESULT
                       MOVE "SAME AS" TO WS-DTL-NOTE
                       MOVE WS-DUP-DATE TO WS-DTL-NOTE(9:8)
                   ELSE
                       MOVE "OK" TO WS-RESULT
                   END-IF
           END-EVALUATE.

           IF WS-RESULT NOT = "OK" AND WS-RESULT NOT = "NOT DUE"
               ADD 1 TO WS-PROBLEM-COUNTER
               IF FXP-ACTION = "H"
                   MOVE "H" TO WS-DECISION
                   MOVE "HOLD" TO WS-DTL-DECISION
                   ADD 1 TO WS-HOLD-COUNTER
               ELSE
                   MOVE "C" TO WS-DECISION
                   MOVE "CONTINUE" TO WS-DTL-DECISION
               END-IF
           END-IF.

      * Tonight's content goes on the history whatever else was
      * wrong with it, so tomorrow's re-send of it is caught.
           IF WS-DUE-TODAY = "Y" AND WS-RECORD-COUNT > 0
               PERFORM 350-ADD-HISTORY
           END-IF.

           MOVE WS-RESULT       TO WS-DTL-RESULT.
           MOVE WS-RECORD-COUNT TO WS-DTL-RECORDS.
           MOVE WS-DETAIL-LINE TO MONITOR-REPORT-REC.
           WRITE MONITOR-REPORT-REC.

           MOVE SPACES          TO FILE-STAT-REC.
           MOVE FXP-FILE-NAME   TO FSTA-FILE-NAME.
           MOVE WS-RESULT       TO FSTA-RESULT.
           MOVE WS-RECORD-COUNT TO FSTA-RECORDS.
           MOVE WS-DECISION     TO FSTA-DECISION.
           WRITE FILE-STAT-REC.

       150-DECIDE-DUE-TODAY.
           MOVE "Y" TO WS-DUE-TODAY.
           IF WS-CALENDAR-PRESENT = "Y"
               EVALUATE TRUE
                   WHEN WS-ON-CALENDAR = "N"
                       MOVE "N" TO WS-DUE-TODAY
                   WHEN FXP-DAYS = "F" AND WS-EARLIER-IN-MONTH = "Y"
                       MOVE "N" TO WS-DUE-TODAY
                   WHEN FXP-DAYS = "L" AND WS-LATER-IN-MONTH = "Y"
                       MOVE "N" TO WS-DUE-TODAY
               END-EVALUATE
           END-IF.

       200-COUNT-AND-HASH.
           MOVE 1 TO WS-SUM-A.
           MOVE 0 TO WS-SUM-B.
           MOVE "N" TO WS-INBOUND-EOF.
           PERFORM UNTIL WS-INBOUND-EOF = "Y"
               READ INBOUND-FILE
               AT END MOVE "Y" TO WS-INBOUND-EOF
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 250-HASH-RECORD
               END-READ
           END-PERFORM.
           COMPUTE WS-FILE-HASH = WS-SUM-B * 65536 + WS-SUM-A.

       250-HASH-RECORD.
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > 256
               MOVE INBOUND-REC(WS-BYTE-IDX:1) TO WS-BYTE-CHAR
               ADD WS-BYTE-VALUE TO WS-SUM-A
               DIVIDE WS-SUM-A BY 65521
                   GIVING WS-HASH-QUOT
                   REMAINDER WS-SUM-A
               ADD WS-SUM-A TO WS-SUM-B
               DIVIDE WS-SUM-B BY 65521
                   GIVING WS-HASH-QUOT
                   REMAINDER WS-SUM-B
           END-PERFORM.

       300-FIND-DUPLICATE.
      * The latest prior day this same file carried the same
      * records, if any.
           MOVE 0 TO WS-DUP-DATE.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               IF WS-HST-FILE-NAME(WS-HIST-IDX) = FXP-FILE-NAME
                       AND WS-HST-RECORDS(WS-HIST-IDX)
                           = WS-RECORD-COUNT
                       AND WS-HST-HASH(WS-HIST-IDX) = WS-FILE-HASH
                       AND WS-HST-DATE(WS-HIST-IDX) > WS-DUP-DATE
                   MOVE WS-HST-DATE(WS-HIST-IDX) TO WS-DUP-DATE
               END-IF
           END-PERFORM.

       350-ADD-HISTORY.
           IF WS-HIST-COUNT < 3000
               ADD 1 TO WS-HIST-COUNT
               MOVE FXP-FILE-NAME   TO WS-HST-FILE-NAME(WS-HIST-COUNT)
               MOVE WS-RUN-DATE-N   TO WS-HST-DATE(WS-HIST-COUNT)
               MOVE WS-RECORD-COUNT TO WS-HST-RECORDS(WS-HIST-COUNT)
               MOVE WS-FILE-HASH    TO WS-HST-HASH(WS-HIST-COUNT)
           ELSE
               ADD 1 TO WS-HIST-DROPPED
           END-IF.

       800-SAVE-HISTORY.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-COUNT
               MOVE SPACES TO HISTORY-REC
               MOVE WS-HST-FILE-NAME(WS-HIST-IDX) TO FHS-FILE-NAME
               MOVE WS-HST-DATE(WS-HIST-IDX)      TO FHS-DATE
               MOVE WS-HST-RECORDS(WS-HIST-IDX)   TO FHS-RECORDS
               MOVE WS-HST-HASH(WS-HIST-IDX)      TO FHS-HASH
               WRITE HISTORY-REC
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF WS-HIST-DROPPED > 0
               DISPLAY "FILE HISTORY FULL, ENTRIES DROPPED: "
                       WS-HIST-DROPPED
           END-IF.

       900-WRITE-REPORT-TOTALS.
           MOVE "INBOUND FILES CHECKED:" TO WS-TOT-LABEL.
           MOVE WS-CHECKED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO MONITOR-REPORT-REC.
           WRITE MONITOR-REPORT-REC.
           MOVE "INBOUND FILE PROBLEMS:" TO WS-TOT-LABEL.
           MOVE WS-PROBLEM-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO MONITOR-REPORT-REC.
           WRITE MONITOR-REPORT-REC.
           MOVE "FILES HOLDING THE STREAM:" TO WS-TOT-LABEL.
           MOVE WS-HOLD-COUNTER          TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO MONITOR-REPORT-REC.
           WRITE MONITOR-REPORT-REC.
