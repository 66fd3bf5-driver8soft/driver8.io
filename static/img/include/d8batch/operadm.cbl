      * password reset (stamping the set date and forcing a change
      * at next sign-on, which is also how password aging is
      * served).  Every applied or refused action lands on the
      * "activlog" activity log under the administrator's id, naming
      * the operator acted on, and rejects go to "oprej".
      *
      * A second security administrator may co-sign the run right
      * after the first signs on; a co-signer who keys an id and
      * fails the same checks refuses the run.  A role change logs
      * the old role, the new, and the co-signer, so the weekly
      * access review can list any made without one.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
               05 ACT-OPER-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 ACT-ACTION         PIC X(20).
               05 FILLER             PIC X(01).
               05 ACT-ACCT           PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-REASON         PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-STATUS PIC X(02) VALUE "00".
           01 WS-ADMIN-ID        PIC X(08) VALUE SPACES.
           01 WS-ADMIN-PASSWORD  PIC X(08) VALUE SPACES.
           01 WS-ADMIN-OK        PIC X(01) VALUE "N".
           01 WS-SECOND-ID       PIC X(08) VALUE SPACES.
           01 WS-SECOND-PASSWORD PIC X(08) VALUE SPACES.

           01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-LOG-TIME        PIC 9(08) VALUE ZEROES.
           01 WS-LOG-ACTION      PIC X(20) VALUE SPACES.
           01 WS-LOG-REASON      PIC X(40) VALUE SPACES.
           01 WS-LOG-TARGET      PIC X(08) VALUE SPACES.

      * What a role change logs as its reason.
           01 WS-ROLE-NOTE.
               05 FILLER             PIC X(05) VALUE "ROLE ".
               05 WS-RNT-OLD-ROLE    PIC X(01).
               05 FILLER             PIC X(04) VALUE " TO ".
               05 WS-RNT-NEW-ROLE    PIC X(01).
               05 FILLER             PIC X(09) VALUE " COSIGN  ".
               05 WS-RNT-SECOND-ID   PIC X(08).
               05 FILLER             PIC X(12) VALUE SPACES.

           01 WS-ADD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           END-IF.

           PERFORM 050-VERIFY-ADMINISTRATOR.
           IF WS-ADMIN-OK = "Y"
               PERFORM 060-VERIFY-SECOND-ADMIN
           END-IF.
           IF WS-ADMIN-OK = "N"
               DISPLAY "ADMIN SIGN-ON REFUSED"
               MOVE "ADMIN REFUSED" TO WS-LOG-ACTION
                   END-IF
           END-READ.

       060-VERIFY-SECOND-ADMIN.
      * Optional; a blank id runs on the first administrator alone.
      * The co-signer must be a different id passing the same test.
           DISPLAY "Second admin id (Enter if none): "
               WITH NO ADVANCING.
           ACCEPT WS-SECOND-ID.
           IF WS-SECOND-ID NOT = SPACES
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-SECOND-PASSWORD
               MOVE "N" TO WS-ADMIN-OK
               IF WS-SECOND-ID NOT = WS-ADMIN-ID
                   MOVE WS-SECOND-ID TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF OPER-LOCKED NOT = "Y"
                                   AND OPER-PASSWORD
                                       = WS-SECOND-PASSWORD
                                   AND OPER-ROLE = "S"
                               MOVE "Y" TO WS-ADMIN-OK
                           END-IF
                   END-READ
               END-IF
               IF WS-ADMIN-OK = "N"
                   MOVE "SECOND ADMIN REFUSED" TO WS-LOG-REASON
                   MOVE WS-SECOND-ID           TO WS-LOG-TARGET
               END-IF
           END-IF.

       100-APPLY-TRANSACTION.
           MOVE SPACES    TO WS-LOG-REASON.
           MOVE OPTRAN-ID TO WS-LOG-TARGET.
           EVALUATE OPTRAN-CODE
               WHEN "A"
                   PERFORM 110-ADD-OPERATOR
                       MOVE "ID NOT ON FILE" TO OPREJECT-REASON
                       PERFORM 800-REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE OPER-ROLE    TO WS-RNT-OLD-ROLE
                       MOVE OPTRAN-ROLE  TO WS-RNT-NEW-ROLE
                       MOVE WS-SECOND-ID TO WS-RNT-SECOND-ID
                       MOVE WS-ROLE-NOTE TO WS-LOG-REASON
                       MOVE OPTRAN-ROLE TO OPER-ROLE
                       REWRITE OPERATOR-REC
                       ADD 1 TO WS-CHANGE-COUNTER

       900-LOG-ACTIVITY.
      * Same append-per-action discipline as menu's own
      * 800-LOG-ACTIVITY, under the administrator's id; the
      * operator acted on rides in the account field.
           ACCEPT WS-LOG-TIME FROM TIME.
           OPEN EXTEND ACTIVITY-LOG.
           IF WS-ACTLOG-STATUS = "35"
           MOVE WS-LOG-TIME   TO ACT-TIME.
           MOVE WS-ADMIN-ID   TO ACT-OPER-ID.
           MOVE WS-LOG-ACTION TO ACT-ACTION.
           MOVE WS-LOG-TARGET TO ACT-ACCT.
           MOVE WS-LOG-REASON TO ACT-REASON.
           WRITE ACTIVITY-REC.
           CLOSE ACTIVITY-LOG.
