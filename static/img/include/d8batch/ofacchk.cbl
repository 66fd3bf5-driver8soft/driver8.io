      ******************************************************************
      *
      * Sanctions Screening Subroutine
      * ===============================
      *
      * CALLed by loanbrd, xfrin, custmain, assume, payemain,
      * escrowsl and the monthly ofacscan rescan with one party to
      * screen against the "sdnlist" SDN sanctions list.  The list
      * is loaded into storage on the first call of the run and
      * every name on it is broken into words, each word reduced to
      * a match key: the first letter kept, look-alike consonants
      * folded together (K and Q to C, Z to S, V to F, J to G),
      * vowels, H and W dropped, and doubled consonants collapsed,
      * so the usual transliteration spellings of one name key the
      * same.  A party scores the share of the list entry's words
      * found among its own; where both have an address, a
      * near-miss name is lifted by the address words matching too.
      * Every entry scoring at or over the threshold is a potential
      * hit, kept on the OFACHITS file for compliance to clear or
      * confirm through ofacdisp; the party is held unless every
      * one of its hits was already cleared for this same name.  A
      * site with no list file screens nothing and is told so once
      * per run.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofacchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDN-FILE ASSIGN TO "sdnlist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-SDN-STATUS.

           SELECT OFACHITS ASSIGN TO "OFACHITS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OH-KEY
           FILE STATUS IS WS-OFACHITS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared SDN list record; see sdnrec.cpy.
       FD SDN-FILE.
           COPY "sdnrec.cpy".

      * Shared screening hit record; see ofachit.cpy.
       FD OFACHITS.
           COPY "ofachit.cpy".

       WORKING-STORAGE SECTION.
           01 WS-SDN-STATUS       PIC X(02) VALUE "00".
           01 WS-SDN-EOF          PIC X(01) VALUE "N".
           01 WS-OFACHITS-STATUS  PIC X(02) VALUE "00".
           01 WS-OFACHITS-OPEN    PIC X(01) VALUE "N".

      * The list is read once per run; these stay set across calls.
           01 WS-LIST-LOADED      PIC X(01) VALUE "N".
           01 WS-LIST-PRESENT     PIC X(01) VALUE "N".
           01 WS-LIST-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

      * A list entry scoring this percentage or more is a potential
      * hit.  A name scoring at least the floor is lifted by the
      * boost when half or more of the entry's address words match.
           01 WS-HIT-THRESHOLD    PIC 9(03) VALUE 75.
           01 WS-ADDR-FLOOR       PIC 9(03) VALUE 50.
           01 WS-ADDR-BOOST       PIC 9(03) VALUE 25.

      * The whole list rides in storage with each entry's name and
      * address already reduced to match keys.  A list too big for
      * the table cannot be screened in part; every party is held
      * until the table is enlarged.
           01 WS-SDN-TABLE.
               05 WS-SDN-ENTRY OCCURS 20000 TIMES.
                   10 WS-SDN-T-ID          PIC X(10).
                   10 WS-SDN-T-NAME        PIC X(40).
                   10 WS-SDN-T-NAME-CNT    PIC 9(02).
                   10 WS-SDN-T-NAME-KEYS.
                       15 WS-SDN-T-NAME-KEY PIC X(12) OCCURS 8 TIMES.
                   10 WS-SDN-T-ADDR-CNT    PIC 9(02).
                   10 WS-SDN-T-ADDR-KEYS.
                       15 WS-SDN-T-ADDR-KEY PIC X(12) OCCURS 8 TIMES.
           01 WS-SDN-MAX          PIC 9(05) VALUE 20000.
           01 WS-SDN-COUNT        PIC 9(05) VALUE ZEROES.
           01 WS-SDN-OVERFLOW     PIC X(01) VALUE "N".
           01 WS-SDN-IDX          PIC 9(05) VALUE ZEROES.

      * The party being screened, reduced the same way.
           01 WS-SUBJ-NAME-CNT    PIC 9(02) VALUE ZEROES.
           01 WS-SUBJ-NAME-KEYS.
               05 WS-SUBJ-NAME-KEY PIC X(12) OCCURS 8 TIMES.
           01 WS-SUBJ-ADDR-CNT    PIC 9(02) VALUE ZEROES.
           01 WS-SUBJ-ADDR-KEYS.
               05 WS-SUBJ-ADDR-KEY PIC X(12) OCCURS 8 TIMES.

      * Word splitter and match-key builder work areas.
           01 WS-TOK-SOURCE       PIC X(40).
           01 WS-TOK-COUNT        PIC 9(02) VALUE ZEROES.
           01 WS-TOK-KEYS.
               05 WS-TOK-KEY       PIC X(12) OCCURS 8 TIMES.
           01 WS-CHAR-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-CHAR             PIC X(01).
               88 WS-CHAR-LETTER      VALUE "A" THRU "Z".
               88 WS-CHAR-DIGIT       VALUE "0" THRU "9".
               88 WS-CHAR-VOWEL       VALUE "A" "E" "I" "O" "U" "Y".
               88 WS-CHAR-SILENT      VALUE "H" "W".
           01 WS-CUR-KEY          PIC X(12).
           01 WS-CUR-KEY-LEN      PIC 9(02) VALUE ZEROES.
           01 WS-CUR-RAW-LEN      PIC 9(02) VALUE ZEROES.
           01 WS-LAST-KEPT        PIC X(01).

      * Scoring work areas.
           01 WS-KEY-IDX          PIC 9(02) VALUE ZEROES.
           01 WS-SUBJ-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-KEY-FOUND        PIC X(01) VALUE "N".
           01 WS-MATCHED          PIC 9(02) VALUE ZEROES.
           01 WS-ADDR-MATCHED     PIC 9(02) VALUE ZEROES.
           01 WS-SCORE            PIC 9(03) VALUE ZEROES.
           01 WS-HOLD             PIC X(01) VALUE "N".

       LINKAGE SECTION.
      * Shared screening parameter record; see ofacparm.cpy.
           COPY "ofacparm.cpy".

       PROCEDURE DIVISION USING BY REFERENCE OFAC-PARAMS.

       000-MAIN.
           IF OFAC-FN-CLOSE
               IF WS-OFACHITS-OPEN = "Y"
                   CLOSE OFACHITS
                   MOVE "N" TO WS-OFACHITS-OPEN
               END-IF
               GOBACK
           END-IF.

           IF WS-LIST-LOADED = "N"
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 100-LOAD-SDN-LIST
               PERFORM 150-OPEN-HIT-FILE
               MOVE "Y" TO WS-LIST-LOADED
           END-IF.

           MOVE "C"    TO OFAC-RESULT.
           MOVE SPACES TO OFAC-SDN-ID.
           MOVE 0      TO OFAC-SCORE.
           IF WS-LIST-PRESENT = "N"
               MOVE "N" TO OFAC-RESULT
               GOBACK
           END-IF.
           IF WS-SDN-OVERFLOW = "Y"
               MOVE "H" TO OFAC-RESULT
               GOBACK
           END-IF.

           MOVE OFAC-NAME TO WS-TOK-SOURCE.
           PERFORM 300-BUILD-MATCH-KEYS.
           MOVE WS-TOK-COUNT TO WS-SUBJ-NAME-CNT.
           MOVE WS-TOK-KEYS  TO WS-SUBJ-NAME-KEYS.
           MOVE OFAC-ADDR TO WS-TOK-SOURCE.
           PERFORM 300-BUILD-MATCH-KEYS.
           MOVE WS-TOK-COUNT TO WS-SUBJ-ADDR-CNT.
           MOVE WS-TOK-KEYS  TO WS-SUBJ-ADDR-KEYS.

           IF WS-SUBJ-NAME-CNT > 0
               PERFORM VARYING WS-SDN-IDX FROM 1 BY 1
                       UNTIL WS-SDN-IDX > WS-SDN-COUNT
                   PERFORM 400-SCORE-ENTRY
                   IF WS-SCORE >= WS-HIT-THRESHOLD
                       PERFORM 500-RECORD-HIT
                   END-IF
               END-PERFORM
           END-IF.
           GOBACK.

       100-LOAD-SDN-LIST.
           OPEN INPUT SDN-FILE.
           IF WS-SDN-STATUS NOT = "00"
               DISPLAY "SDN LIST NOT FOUND, SANCTIONS SCREENING "
                       "SKIPPED"
           ELSE
               MOVE "Y" TO WS-LIST-PRESENT
               PERFORM UNTIL WS-SDN-EOF = "Y"
                   READ SDN-FILE
                   AT END MOVE "Y" TO WS-SDN-EOF
                   NOT AT END
                       PERFORM 110-TABLE-SDN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SDN-FILE
               IF WS-SDN-OVERFLOW = "Y"
                   DISPLAY "SDN LIST TABLE FULL, ALL PARTIES HELD"
               END-IF
           END-IF.

       110-TABLE-SDN-ENTRY.
           IF WS-SDN-COUNT < WS-SDN-MAX
               ADD 1 TO WS-SDN-COUNT
               MOVE SDN-LIST-DATE TO WS-LIST-DATE
               MOVE SDN-ID   TO WS-SDN-T-ID(WS-SDN-COUNT)
               MOVE SDN-NAME TO WS-SDN-T-NAME(WS-SDN-COUNT)
               MOVE SDN-NAME TO WS-TOK-SOURCE
               PERFORM 300-BUILD-MATCH-KEYS
               MOVE WS-TOK-COUNT TO WS-SDN-T-NAME-CNT(WS-SDN-COUNT)
               MOVE WS-TOK-KEYS  TO WS-SDN-T-NAME-KEYS(WS-SDN-COUNT)
               MOVE SDN-ADDR TO WS-TOK-SOURCE
               PERFORM 300-BUILD-MATCH-KEYS
               MOVE WS-TOK-COUNT TO WS-SDN-T-ADDR-CNT(WS-SDN-COUNT)
               MOVE WS-TOK-KEYS  TO WS-SDN-T-ADDR-KEYS(WS-SDN-COUNT)
           ELSE
               MOVE "Y" TO WS-SDN-OVERFLOW
               MOVE "Y" TO WS-SDN-EOF
           END-IF.

       150-OPEN-HIT-FILE.
           OPEN I-O OFACHITS.
           IF WS-OFACHITS-STATUS = "35"
               CLOSE OFACHITS
               OPEN OUTPUT OFACHITS
               CLOSE OFACHITS
               OPEN I-O OFACHITS
           END-IF.
           IF WS-OFACHITS-STATUS = "00"
               MOVE "Y" TO WS-OFACHITS-OPEN
           ELSE
               DISPLAY "OFACHITS OPEN FAILED, STATUS: "
                       WS-OFACHITS-STATUS
           END-IF.

       300-BUILD-MATCH-KEYS.
      * Splits WS-TOK-SOURCE into words on anything not a letter or
      * digit and reduces each word of two or more characters to its
      * match key; single letters (initials) carry no weight.
           INSPECT WS-TOK-SOURCE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-TOK-SOURCE CONVERTING "KQZVJ" TO "CCSFG".
           MOVE 0      TO WS-TOK-COUNT.
           MOVE SPACES TO WS-TOK-KEYS.
           MOVE SPACES TO WS-CUR-KEY.
           MOVE 0      TO WS-CUR-KEY-LEN.
           MOVE 0      TO WS-CUR-RAW-LEN.
           MOVE SPACE  TO WS-LAST-KEPT.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               MOVE WS-TOK-SOURCE(WS-CHAR-IDX:1) TO WS-CHAR
               IF WS-CHAR-LETTER OR WS-CHAR-DIGIT
                   PERFORM 310-ADD-CHARACTER
               ELSE
                   PERFORM 320-END-WORD
               END-IF
           END-PERFORM.
           PERFORM 320-END-WORD.

       310-ADD-CHARACTER.
           ADD 1 TO WS-CUR-RAW-LEN.
           EVALUATE TRUE
               WHEN WS-CUR-RAW-LEN = 1
                   MOVE 1 TO WS-CUR-KEY-LEN
                   MOVE WS-CHAR TO WS-CUR-KEY(1:1)
                   MOVE WS-CHAR TO WS-LAST-KEPT
      * A vowel separates a consonant from its repeat (MAMUN keeps
      * both Ms); H and W are simply dropped.
               WHEN WS-CHAR-VOWEL
                   MOVE SPACE TO WS-LAST-KEPT
               WHEN WS-CHAR-SILENT
                   CONTINUE
               WHEN WS-CHAR = WS-LAST-KEPT
                   CONTINUE
               WHEN WS-CUR-KEY-LEN < 12
                   ADD 1 TO WS-CUR-KEY-LEN
                   MOVE WS-CHAR TO WS-CUR-KEY(WS-CUR-KEY-LEN:1)
                   MOVE WS-CHAR TO WS-LAST-KEPT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       320-END-WORD.
           IF WS-CUR-RAW-LEN >= 2 AND WS-TOK-COUNT < 8
               ADD 1 TO WS-TOK-COUNT
               MOVE WS-CUR-KEY TO WS-TOK-KEY(WS-TOK-COUNT)
           END-IF.
           MOVE SPACES TO WS-CUR-KEY.
           MOVE 0      TO WS-CUR-KEY-LEN.
           MOVE 0      TO WS-CUR-RAW-LEN.
           MOVE SPACE  TO WS-LAST-KEPT.

       400-SCORE-ENTRY.
           MOVE 0 TO WS-SCORE.
           MOVE 0 TO WS-MATCHED.
           IF WS-SDN-T-NAME-CNT(WS-SDN-IDX) > 0
               PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                       UNTIL WS-KEY-IDX > WS-SDN-T-NAME-CNT(WS-SDN-IDX)
                   MOVE "N" TO WS-KEY-FOUND
                   PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                           UNTIL WS-SUBJ-IDX > WS-SUBJ-NAME-CNT
                              OR WS-KEY-FOUND = "Y"
                       IF WS-SUBJ-NAME-KEY(WS-SUBJ-IDX) =
                          WS-SDN-T-NAME-KEY(WS-SDN-IDX, WS-KEY-IDX)
                           MOVE "Y" TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND = "Y"
                       ADD 1 TO WS-MATCHED
                   END-IF
               END-PERFORM
               COMPUTE WS-SCORE = WS-MATCHED * 100
                                / WS-SDN-T-NAME-CNT(WS-SDN-IDX)
           END-IF.
           IF WS-SCORE >= WS-ADDR-FLOOR
                   AND WS-SCORE < WS-HIT-THRESHOLD
                   AND WS-SUBJ-ADDR-CNT > 0
                   AND WS-SDN-T-ADDR-CNT(WS-SDN-IDX) > 0
               PERFORM 410-SCORE-ADDRESS
           END-IF.

       410-SCORE-ADDRESS.
           MOVE 0 TO WS-ADDR-MATCHED.
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-SDN-T-ADDR-CNT(WS-SDN-IDX)
               MOVE "N" TO WS-KEY-FOUND
               PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                       UNTIL WS-SUBJ-IDX > WS-SUBJ-ADDR-CNT
                          OR WS-KEY-FOUND = "Y"
                   IF WS-SUBJ-ADDR-KEY(WS-SUBJ-IDX) =
                      WS-SDN-T-ADDR-KEY(WS-SDN-IDX, WS-KEY-IDX)
                       MOVE "Y" TO WS-KEY-FOUND
                   END-IF
               END-PERFORM
               IF WS-KEY-FOUND = "Y"
                   ADD 1 TO WS-ADDR-MATCHED
               END-IF
           END-PERFORM.
           IF WS-ADDR-MATCHED * 2 >= WS-SDN-T-ADDR-CNT(WS-SDN-IDX)
               ADD WS-ADDR-BOOST TO WS-SCORE
               IF WS-SCORE > 100
                   MOVE 100 TO WS-SCORE
               END-IF
           END-IF.

       500-RECORD-HIT.
      * A hit cleared for this same name stays cleared; one cleared
      * under a name the party no longer goes by is reopened.
      * Pending and confirmed hits hold.
           MOVE "Y" TO WS-HOLD.
           IF WS-OFACHITS-OPEN = "Y"
               MOVE OFAC-PARTY-TYPE          TO OH-PARTY-TYPE
               MOVE OFAC-PARTY-ID            TO OH-PARTY-ID
               MOVE WS-SDN-T-ID(WS-SDN-IDX)  TO OH-SDN-ID
               READ OFACHITS
                   INVALID KEY
                       PERFORM 510-WRITE-NEW-HIT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OH-CLEARED AND OH-NAME = OFAC-NAME
                               MOVE "N" TO WS-HOLD
                           WHEN OH-CLEARED
                               PERFORM 520-REOPEN-HIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.
           IF WS-HOLD = "Y"
               MOVE "H" TO OFAC-RESULT
               IF WS-SCORE > OFAC-SCORE
                   MOVE WS-SCORE TO OFAC-SCORE
                   MOVE WS-SDN-T-ID(WS-SDN-IDX) TO OFAC-SDN-ID
               END-IF
           END-IF.

       510-WRITE-NEW-HIT.
           MOVE OFAC-NAME                  TO OH-NAME.
           MOVE WS-SDN-T-NAME(WS-SDN-IDX)  TO OH-SDN-NAME.
           MOVE WS-SCORE                   TO OH-SCORE.
           MOVE WS-LIST-DATE               TO OH-LIST-DATE.
           MOVE WS-RUN-DATE                TO OH-FOUND-DATE.
           MOVE OFAC-CALLER                TO OH-FOUND-BY.
           MOVE "P"                        TO OH-DISPOSITION.
           MOVE 0                          TO OH-DISP-DATE.
           MOVE SPACES                     TO OH-DISP-OPERATOR.
           WRITE OFAC-HIT-RECORD.

       520-REOPEN-HIT.
           MOVE OFAC-NAME                  TO OH-NAME.
           MOVE WS-SCORE                   TO OH-SCORE.
           MOVE WS-LIST-DATE               TO OH-LIST-DATE.
           MOVE WS-RUN-DATE                TO OH-FOUND-DATE.
           MOVE OFAC-CALLER                TO OH-FOUND-BY.
           MOVE "P"                        TO OH-DISPOSITION.
           MOVE 0                          TO OH-DISP-DATE.
           MOVE SPACES                     TO OH-DISP-OPERATOR.
           REWRITE OFAC-HIT-RECORD.
