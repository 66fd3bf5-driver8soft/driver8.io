       DATA DIVISION.
       FILE SECTION.
      * Sized to the largest producer record: postpk's 15-byte
      * topic, the separating space, and quotekrr's 200-byte
      * payload.
       FD DEAD-LETTER-FILE.
           01 DEAD-LETTER-REC PIC X(216).

       FD REPLAY-JOURNAL.
           01 REPLAY-JOURNAL-REC.
               05 RJL-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 RJL-MESSAGE        PIC X(216).

       WORKING-STORAGE SECTION.
           01 WS-DEADLETTER-STATUS PIC X(02) VALUE "00".
      * rewritten with only the survivors.
           01 WS-DL-TABLE.
               05 WS-DL-ENTRY OCCURS 500 TIMES.
                   10 WS-DL-MESSAGE    PIC X(216).
                   10 WS-DL-STATE      PIC X(01).
      * State: "R" republished, "J" already journaled, "F" still
      * failing.

      * Messages already replayed by earlier attempts.
           01 WS-JRNL-TABLE.
               05 WS-JRNL-ENTRY OCCURS 500 TIMES PIC X(216).
           01 WS-JRNL-COUNT       PIC 9(03) VALUE ZEROES.
           01 WS-JRNL-IDX         PIC 9(03) VALUE ZEROES.
           01 WS-ALREADY-DONE     PIC X(01) VALUE "N".
               05 FILLER     PIC X(01)  VALUE LOW-VALUES.
               05 KAFKA-KEY  PIC X(07)  VALUE "replay".
               05 FILLER     PIC X(01)  VALUE LOW-VALUES.
               05 KAFKA-VALUE PIC X(200) VALUE SPACES.

           01 WS-REPLAYED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-SKIPPED-COUNTER  PIC 9(09) VALUE ZEROES.
           END-UNSTRING.
           IF WS-TOPIC-LEN > 0 AND WS-TOPIC-LEN <= 15
               MOVE WS-DL-MESSAGE(WS-DL-IDX)
                        (WS-TOPIC-LEN + 2 : 200)
                   TO KAFKA-VALUE
           END-IF.

