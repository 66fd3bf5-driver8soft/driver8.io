      ******************************************************************
      *
      * Sensitive Data Masking
      * =======================
      *
      * Bank accounts, routing numbers, wire accounts, and customer
      * names and addresses used to print in full wherever they
      * went.  Every report, console screen and Postgres mart load
      * that shows one now CALLs this routine first, and what comes
      * back keeps only the last four characters of the value - the
      * ones a caller or a reconciler needs to tell two accounts
      * apart - with everything before them overprinted with
      * asterisks, spaces included, so not even the shape of a name
      * survives.  The fixed-layout files the bank and the tax
      * services read are built from the unmasked fields and never
      * come through here; an operator whose role permits it sees a
      * screen unmasked through unmaskvw.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maskdata.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           01 WS-VALUE            PIC X(40) VALUE SPACES.
           01 WS-VALUE-CHARS REDEFINES WS-VALUE.
               05 WS-VALUE-CHAR    PIC X(01) OCCURS 40 TIMES.
           01 WS-LAST-POS         PIC 9(02) VALUE ZEROES.
           01 WS-MASK-END         PIC 9(02) VALUE ZEROES.
           01 WS-CHAR-IDX         PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.
      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".

       PROCEDURE DIVISION USING MASK-PARAMS.

       000-MAIN.
           MOVE MASK-VALUE TO WS-VALUE.
      * The last four are counted back from the value's last
      * non-blank character, not from the end of the field.
           MOVE 0 TO WS-LAST-POS.
           PERFORM VARYING WS-CHAR-IDX FROM 40 BY -1
                   UNTIL WS-CHAR-IDX < 1 OR WS-LAST-POS > 0
               IF WS-VALUE-CHAR(WS-CHAR-IDX) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-LAST-POS
               END-IF
           END-PERFORM.
           IF WS-LAST-POS > 4
               COMPUTE WS-MASK-END = WS-LAST-POS - 4
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-MASK-END
                   MOVE "*" TO WS-VALUE-CHAR(WS-CHAR-IDX)
               END-PERFORM
           END-IF.
           MOVE WS-VALUE TO MASK-VALUE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
