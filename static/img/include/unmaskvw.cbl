      ******************************************************************
      *
      * Unmasked View Authorization
      * ============================
      *
      * The service and collection screens show bank details, names
      * and addresses masked to their last four characters.  When a
      * call genuinely needs the whole value, the screen CALLs this
      * routine: the operator signs on here against the OPERATORS
      * file the menu uses, and keys the reason they need it.  Only
      * the approver ("A") and security administration ("S") roles
      * may see an unmasked screen; a locked id, a wrong password,
      * any other role, or a blank reason is refused.  Every grant
      * and every refusal goes to the "activlog" activity log with
      * the operator, the account, and the reason given, so each
      * unmasked view can be accounted for afterwards.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. unmaskvw.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT ACTIVITY-LOG ASSIGN TO "activlog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ACTLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors menu's own FD OPERATOR-FILE layout field for field.
       FD OPERATOR-FILE.
           01 OPERATOR-REC.
               05 OPER-ID            PIC X(08).
               05 OPER-PASSWORD      PIC X(08).
               05 OPER-ROLE          PIC X(01).
               05 OPER-FAIL-COUNT    PIC 9(01).
               05 OPER-LOCKED        PIC X(01).
               05 OPER-PWD-DATE      PIC 9(08).
               05 OPER-FORCE-CHG     PIC X(01).

      * Mirrors menu's own FD ACTIVITY-LOG layout field for field.
       FD ACTIVITY-LOG.
           01 ACTIVITY-REC.
               05 ACT-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACT-TIME           PIC 9(08).
               05 FILLER             PIC X(01).
               05 ACT-OPER-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 ACT-ACTION         PIC X(20).
               05 FILLER             PIC X(01).
               05 ACT-ACCT           PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-REASON         PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-STATUS  PIC X(02) VALUE "00".
           01 WS-ACTLOG-STATUS    PIC X(02) VALUE "00".
           01 WS-ENTER-ID         PIC X(08) VALUE SPACES.
           01 WS-ENTER-PASSWORD   PIC X(08) VALUE SPACES.
           01 WS-REASON           PIC X(40) VALUE SPACES.
           01 WS-REFUSAL          PIC X(30) VALUE SPACES.
           01 WS-LOG-ACTION       PIC X(20) VALUE SPACES.
           01 WS-LOG-DATE         PIC 9(08) VALUE ZEROES.
           01 WS-LOG-TIME         PIC 9(08) VALUE ZEROES.

       LINKAGE SECTION.
      * Shared unmasked-view parameter record; see unmparm.cpy.
           COPY "unmparm.cpy".

       PROCEDURE DIVISION USING UNMASK-PARAMS.

       000-MAIN.
           MOVE "N"    TO UNM-GRANTED.
           MOVE SPACES TO UNM-OPER-ID.
           MOVE SPACES TO WS-REFUSAL.
           DISPLAY "Operator id: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-ID.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-ENTER-PASSWORD.
           DISPLAY "Reason for unmasked view: " WITH NO ADVANCING.
           ACCEPT WS-REASON.

           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               MOVE "OPERATOR FILE MISSING" TO WS-REFUSAL
           ELSE
               MOVE WS-ENTER-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "SIGN-ON INCORRECT" TO WS-REFUSAL
                   NOT INVALID KEY
                       PERFORM 100-CHECK-OPERATOR
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

           IF WS-REFUSAL = SPACES
               MOVE "Y"         TO UNM-GRANTED
               MOVE WS-ENTER-ID TO UNM-OPER-ID
               MOVE "UNMASKED VIEW" TO WS-LOG-ACTION
           ELSE
               DISPLAY "UNMASKED VIEW REFUSED: " WS-REFUSAL
               MOVE "UNMASK REFUSED" TO WS-LOG-ACTION
           END-IF.
           PERFORM 800-LOG-ACTIVITY.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       100-CHECK-OPERATOR.
      * A wrong password here does not count toward the menu's
      * lockout; the refusal on the log is the trail.
           EVALUATE TRUE
               WHEN OPER-LOCKED = "Y"
                   MOVE "OPERATOR ID LOCKED" TO WS-REFUSAL
               WHEN OPER-PASSWORD NOT = WS-ENTER-PASSWORD
                   MOVE "SIGN-ON INCORRECT" TO WS-REFUSAL
               WHEN OPER-ROLE NOT = "A" AND OPER-ROLE NOT = "S"
                   MOVE "ROLE DOES NOT PERMIT IT" TO WS-REFUSAL
               WHEN WS-REASON = SPACES
                   MOVE "A REASON IS REQUIRED" TO WS-REFUSAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       800-LOG-ACTIVITY.
      * Same append-per-action discipline as menu's own
      * 800-LOG-ACTIVITY, carrying the account and the reason.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           OPEN EXTEND ACTIVITY-LOG.
           IF WS-ACTLOG-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG
           END-IF.
           MOVE SPACES        TO ACTIVITY-REC.
           MOVE WS-LOG-DATE   TO ACT-DATE.
           MOVE WS-LOG-TIME   TO ACT-TIME.
           MOVE WS-ENTER-ID   TO ACT-OPER-ID.
           MOVE WS-LOG-ACTION TO ACT-ACTION.
           MOVE UNM-ACCT      TO ACT-ACCT.
           MOVE WS-REASON     TO ACT-REASON.
           WRITE ACTIVITY-REC.
           CLOSE ACTIVITY-LOG.
