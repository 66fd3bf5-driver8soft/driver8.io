      * the id until someone unlocks it, inquiry-role operators see
      * the quoting options but cannot reach the batch or publish
      * choices, and every option taken is stamped to the "activlog"
      * activity log with who took it and when, as is the lockout
      * itself, for the weekly access review.  The unauthenticated
      * batch trigger the auditors flagged is gone.  The all-products
      * quote sits beside the calculator, open to every role.  The
      * account inquiry, collector console, and history inquiry are
      * handed the signed-on id and role, so each can hold back the
      * accounts of a servicing company that role may not work.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 OPER-PWD-DATE      PIC 9(08).
               05 OPER-FORCE-CHG     PIC X(01).

      * One line per action: when, who, and what; an action taken
      * on one account (an unmasked view through unmaskvw) also
      * carries the account and the reason the operator gave.
      * operadm puts the operator it acted on in the account field
      * and a role change's old and new role and co-signer in the
      * reason; apprvctl puts the queue entry's action and detail
      * in the reason.
       FD ACTIVITY-LOG.
           01 ACTIVITY-REC.
               05 ACT-DATE           PIC 9(08).
               05 ACT-OPER-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 ACT-ACTION         PIC X(20).
               05 FILLER             PIC X(01).
               05 ACT-ACCT           PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-REASON         PIC X(40).

       WORKING-STORAGE SECTION.
      * Declare program variables
       01 WS-AGE-DAY        PIC 9(02) VALUE ZEROES.
       01 WS-AGE-SET-DAYS   PIC 9(07) VALUE ZEROES.
       01 WS-AGE-NOW-DAYS   PIC 9(07) VALUE ZEROES.
      * Shared sign-on session parameter record; see sessparm.cpy.
           COPY "sessparm.cpy".

       PROCEDURE DIVISION.
           OPEN I-O OPERATOR-FILE.

           MOVE "SIGNED ON" TO WS-LOG-ACTION.
           PERFORM 800-LOG-ACTIVITY.
           MOVE WS-SIGNON-ID   TO SESS-OPER-ID.
           MOVE WS-SIGNON-ROLE TO SESS-ROLE.

           PERFORM UNTIL WS-DONE = "Y"
               PERFORM 100-DISPLAY-MENU
                   IF OPER-FAIL-COUNT >= WS-MAX-ATTEMPTS
                       MOVE "Y" TO OPER-LOCKED
                       DISPLAY "OPERATOR ID NOW LOCKED"
                       MOVE "ID LOCKED" TO WS-LOG-ACTION
                       PERFORM 800-LOG-ACTIVITY
                   END-IF
                   REWRITE OPERATOR-REC
               END-IF
           END-IF.
           DISPLAY "7. Approval Console (apprvctl)".
           DISPLAY "8. Account Timeline (histinq)".
           DISPLAY "9. All-Products Quote (prodinq)".
           DISPLAY "0. Exit".
           DISPLAY "Choice: " WITH NO ADVANCING.

               WHEN 5
                   MOVE "RAN ACCTINQ" TO WS-LOG-ACTION
                   PERFORM 800-LOG-ACTIVITY
                   CALL "acctinq" USING SESSION-PARAMS
               WHEN 6
                   IF WS-SIGNON-ROLE = "O"
                       MOVE "RAN COLLWORK" TO WS-LOG-ACTION
                       PERFORM 800-LOG-ACTIVITY
                       CALL "collwork" USING SESSION-PARAMS
                   ELSE
                       PERFORM 300-REFUSE-CHOICE
                   END-IF
               WHEN 8
                   MOVE "RAN HISTINQ" TO WS-LOG-ACTION
                   PERFORM 800-LOG-ACTIVITY
                   CALL "histinq" USING SESSION-PARAMS
               WHEN 9
                   MOVE "RAN PRODINQ" TO WS-LOG-ACTION
                   PERFORM 800-LOG-ACTIVITY
                   CALL "prodinq"
               WHEN 0
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
