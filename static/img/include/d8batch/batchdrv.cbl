      * token reruns the night from the first step that failed or
      * never ran, carrying the completed steps' codes forward -
      * and a restarted pricing step is handed the "checkpoint"
      * position so it continues instead of recomputing.  Before
      * the first step the driver CALLs filemon to check the
      * night's inbound files; a problem on a file marked to hold
      * stops the chain before anything runs, and the check's
      * return code goes to "steprc" under the name "filemon".  A
      * restart that carries finished steps forward skips it.
      * Every step's timing is also appended to the "stephist"
      * history steptrnd trends, with the records on the volume
      * file its definition names, counted before it runs.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STEPLOG-STATUS.

      * Kept night to night: every step's timing, appended.
           SELECT STEP-HIST-FILE ASSIGN TO "stephist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-STEPHIST-STATUS.

      * The file whose records measure a step's volume, named at
      * run time from its step definition.
           SELECT VOLUME-FILE ASSIGN TO WS-VOLUME-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-VOLUME-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "checkpoint"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
               05 SDF-DEPENDS        PIC X(10).
               05 FILLER             PIC X(01).
               05 SDF-PARM           PIC X(20).
               05 FILLER             PIC X(01).
      * Optional: the file counted as the step's volume.
               05 SDF-VOLUME-FILE    PIC X(10).

       FD STEP-RC-FILE.
           01 STEP-RC-REC.
               05 FILLER             PIC X(01).
               05 SLG-RC             PIC 9(04).

      * Shared batch step timing history record; see stephist.cpy.
       FD STEP-HIST-FILE.
           COPY "stephist.cpy".

       FD VOLUME-FILE.
           01 VOLUME-REC PIC X(256).

       FD CHECKPOINT-FILE.
           01 CHECKPOINT-REC PIC 9(9).

           01 WS-STEPRC-STATUS    PIC X(02) VALUE "00".
           01 WS-STEPLOG-STATUS   PIC X(02) VALUE "00".
           01 WS-CHECKPOINT-STATUS PIC X(02) VALUE "00".
           01 WS-STEPHIST-STATUS  PIC X(02) VALUE "00".
           01 WS-VOLUME-STATUS    PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".

           01 WS-MODE-PARM        PIC X(08) VALUE SPACES.
                   10 WS-STP-PROGRAM   PIC X(10).
                   10 WS-STP-DEPENDS   PIC X(10).
                   10 WS-STP-PARM      PIC X(20).
                   10 WS-STP-VOLUME-FILE PIC X(10).
                   10 WS-STP-RC        PIC 9(04).
                   10 WS-STP-STATE     PIC X(01).
      * State: " " not run, "C" completed clean, "F" failed, "S"
                   10 WS-PRI-RC        PIC 9(04).
           01 WS-PRIOR-COUNT      PIC 9(03) VALUE ZEROES.
           01 WS-PRI-IDX          PIC 9(03) VALUE ZEROES.
           01 WS-PRIOR-CLEAN      PIC 9(03) VALUE ZEROES.

           01 WS-CALL-PROGRAM     PIC X(10) VALUE SPACES.
           01 WS-CALL-PARM        PIC X(20) VALUE SPACES.
           01 WS-CHECKPOINT-VALUE PIC 9(09) VALUE ZEROES.
           01 WS-CHECKPOINT-DIGITS PIC 9(09) VALUE ZEROES.

      * The night's business date and the timing history line in
      * the making.
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-HIST-NAME        PIC X(10) VALUE SPACES.
           01 WS-HIST-RC          PIC 9(04) VALUE ZEROES.
           01 WS-HIST-RECORDS     PIC 9(09) VALUE ZEROES.
           01 WS-START-SECONDS    PIC 9(06) VALUE ZEROES.
           01 WS-END-SECONDS      PIC 9(06) VALUE ZEROES.
           01 WS-ELAPSED-SECONDS  PIC 9(06) VALUE ZEROES.
           01 WS-TIME-HH          PIC 9(02).
           01 WS-TIME-MM          PIC 9(02).
           01 WS-TIME-SS          PIC 9(02).
           01 WS-TIME-REST        PIC 9(06).
           01 WS-TIME-VALUE       PIC 9(08).
           01 WS-TIME-SECONDS     PIC 9(06).
           01 WS-VOLUME-NAME      PIC X(30) VALUE SPACES.
           01 WS-VOLUME-EOF       PIC X(01) VALUE "N".

      * The inbound file arrival check's return code; 8 or more
      * holds the whole stream.
           01 WS-ARRIVAL-RC       PIC S9(04) VALUE ZEROES.
           01 WS-STREAM-HELD      PIC X(01) VALUE "N".

           01 WS-RUN-COUNTER      PIC 9(03) VALUE ZEROES.
           01 WS-CARRIED-COUNTER  PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-MODE-PARM FROM COMMAND-LINE.
           IF WS-MODE-PARM(1:7) = "RESTART"
               MOVE "Y" TO WS-RESTART-MODE

           OPEN OUTPUT STEP-RC-FILE.
           OPEN OUTPUT STEP-LOG.
           OPEN EXTEND STEP-HIST-FILE.
           IF WS-STEPHIST-STATUS = "35"
               OPEN OUTPUT STEP-HIST-FILE
           END-IF.

      * A restart that carries finished steps forward has already
      * had its files checked, and some of them worked off since.
           IF WS-PRIOR-CLEAN = 0
               PERFORM 060-CHECK-INBOUND-FILES
           END-IF.

           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT

           CLOSE STEP-RC-FILE.
           CLOSE STEP-LOG.
           CLOSE STEP-HIST-FILE.

           DISPLAY "STEPS RUN: "       WS-RUN-COUNTER.
           DISPLAY "STEPS CARRIED: "   WS-CARRIED-COUNTER.
           IF WS-STREAM-HELD = "Y"
               DISPLAY "STREAM HELD FOR INBOUND FILES"
           END-IF.
           IF WS-CHAIN-STOPPED = "Y"
               DISPLAY "STREAM STOPPED ON FAILING STEP"
               MOVE 8 TO RETURN-CODE
                               TO WS-STP-DEPENDS(WS-STEP-COUNT)
                           MOVE SDF-PARM
                               TO WS-STP-PARM(WS-STEP-COUNT)
                           MOVE SDF-VOLUME-FILE
                               TO WS-STP-VOLUME-FILE(WS-STEP-COUNT)
                           MOVE 0 TO WS-STP-RC(WS-STEP-COUNT)
                           MOVE SPACE
                               TO WS-STP-STATE(WS-STEP-COUNT)
               CLOSE STEP-DEFS
           END-IF.

       060-CHECK-INBOUND-FILES.
      * filemon's verdict on tonight's outside files goes on the
      * step record like any step's; a file marked to hold that is
      * late, empty, out of range, or a re-send stops the chain
      * before the first step, so nothing runs on a partial night.
           MOVE SPACES TO WS-CALL-PARM.
           DISPLAY WS-CALL-PARM UPON COMMAND-LINE.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE 0 TO RETURN-CODE.
           CALL "filemon"
               ON EXCEPTION
                   DISPLAY "PROGRAM NOT FOUND: filemon"
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-ARRIVAL-RC.
           ACCEPT WS-END-TIME FROM TIME.
           IF WS-ARRIVAL-RC >= 8
               MOVE "Y" TO WS-STREAM-HELD
               MOVE "Y" TO WS-CHAIN-STOPPED
           END-IF.
           MOVE SPACES TO STEP-RC-REC.
           MOVE "filemon"     TO STEP-NAME.
           MOVE WS-ARRIVAL-RC TO STEP-RC.
           WRITE STEP-RC-REC.
           MOVE SPACES TO STEP-LOG-REC.
           MOVE "filemon"     TO SLG-NAME.
           MOVE WS-START-TIME TO SLG-START-TIME.
           MOVE WS-END-TIME   TO SLG-END-TIME.
           MOVE WS-ARRIVAL-RC TO SLG-RC.
           WRITE STEP-LOG-REC.
           MOVE "filemon"     TO WS-HIST-NAME.
           MOVE WS-ARRIVAL-RC TO WS-HIST-RC.
           MOVE 0             TO WS-HIST-RECORDS.
           PERFORM 770-APPEND-HISTORY.

       080-LOAD-PRIOR-RESULTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STEP-RC-FILE.
                   IF WS-PRI-NAME(WS-PRI-IDX)
                           = WS-STP-NAME(WS-STP-IDX)
                           AND WS-PRI-RC(WS-PRI-IDX) < 8
                       IF WS-STP-STATE(WS-STP-IDX) NOT = "C"
                           ADD 1 TO WS-PRIOR-CLEAN
                       END-IF
                       MOVE "C" TO WS-STP-STATE(WS-STP-IDX)
                       MOVE WS-PRI-RC(WS-PRI-IDX)
                           TO WS-STP-RC(WS-STP-IDX)
               PERFORM 250-SET-CHECKPOINT-PARM
           END-IF.
           DISPLAY WS-CALL-PARM UPON COMMAND-LINE.
           PERFORM 300-COUNT-VOLUME.

           ACCEPT WS-START-TIME FROM TIME.
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-CALL-PROGRAM.
           END-IF.
           PERFORM 700-RECORD-RESULT.
           PERFORM 750-LOG-STEP.
           MOVE WS-STP-NAME(WS-STP-IDX) TO WS-HIST-NAME.
           MOVE WS-STP-RC(WS-STP-IDX)   TO WS-HIST-RC.
           PERFORM 770-APPEND-HISTORY.

       250-SET-CHECKPOINT-PARM.
      * The checkpoint file carries the count of records the failed
               MOVE WS-CHECKPOINT-DIGITS TO WS-CALL-PARM(1:9)
           END-IF.

       300-COUNT-VOLUME.
      * Counted before the step runs, since some steps empty the
      * very file they work off.
           MOVE 0 TO WS-HIST-RECORDS.
           IF WS-STP-VOLUME-FILE(WS-STP-IDX) NOT = SPACES
               MOVE SPACES TO WS-VOLUME-NAME
               MOVE WS-STP-VOLUME-FILE(WS-STP-IDX) TO WS-VOLUME-NAME
               OPEN INPUT VOLUME-FILE
               IF WS-VOLUME-STATUS = "00"
                   MOVE "N" TO WS-VOLUME-EOF
                   PERFORM UNTIL WS-VOLUME-EOF = "Y"
                       READ VOLUME-FILE
                       AT END MOVE "Y" TO WS-VOLUME-EOF
                       NOT AT END ADD 1 TO WS-HIST-RECORDS
                       END-READ
                   END-PERFORM
                   CLOSE VOLUME-FILE
               END-IF
           END-IF.

       700-RECORD-RESULT.
           MOVE SPACES TO STEP-RC-REC.
           MOVE WS-STP-NAME(WS-STP-IDX) TO STEP-NAME.
           MOVE WS-END-TIME             TO SLG-END-TIME.
           MOVE WS-STP-RC(WS-STP-IDX)   TO SLG-RC.
           WRITE STEP-LOG-REC.

       770-APPEND-HISTORY.
      * Elapsed seconds from the HHMMSSCC clock; an end earlier
      * than the start ran through midnight.
           MOVE WS-START-TIME TO WS-TIME-VALUE.
           PERFORM 780-TIME-TO-SECONDS.
           MOVE WS-TIME-SECONDS TO WS-START-SECONDS.
           MOVE WS-END-TIME TO WS-TIME-VALUE.
           PERFORM 780-TIME-TO-SECONDS.
           MOVE WS-TIME-SECONDS TO WS-END-SECONDS.
           IF WS-END-SECONDS < WS-START-SECONDS
               COMPUTE WS-ELAPSED-SECONDS =
                       WS-END-SECONDS + 86400 - WS-START-SECONDS
           ELSE
               COMPUTE WS-ELAPSED-SECONDS =
                       WS-END-SECONDS - WS-START-SECONDS
           END-IF.
           MOVE SPACES TO STEP-HIST-REC.
           MOVE WS-RUN-DATE        TO SHS-RUN-DATE.
           MOVE WS-HIST-NAME       TO SHS-NAME.
           MOVE WS-START-TIME      TO SHS-START-TIME.
           MOVE WS-END-TIME        TO SHS-END-TIME.
           MOVE WS-ELAPSED-SECONDS TO SHS-ELAPSED.
           MOVE WS-HIST-RC         TO SHS-RC.
           MOVE WS-HIST-RECORDS    TO SHS-RECORDS.
           WRITE STEP-HIST-REC.

       780-TIME-TO-SECONDS.
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
