      * The second pair of eyes the auditors asked for by name: the
      * designated high-risk actions - a loanmaint FORCE apply, a
      * statchg transaction lifting a bankruptcy stay, a loanrcvr
      * BACKOUT, clearing an identity-theft red-flags alert
      * (REDFLAG, detail the account, consumed by rfhold) - no
      * longer run on one operator's say-so.  The requesting
      * operator parks the action here as a pending "apprqueue"
      * entry under their own id; a different operator
      * holding the approver role reviews the queue and releases or
      * rejects each entry, and the gated program consumes a
      * released entry before it will run.  Requester and approver
      * both ride the queue record and the "activlog" activity log,
      * each log line naming the entry's action and detail.
      * Sign-on runs against the same OPERATORS file as the menu,
      * and an approver can never release their own request.
      *
               05 ACT-OPER-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 ACT-ACTION         PIC X(20).
               05 FILLER             PIC X(01).
               05 ACT-ACCT           PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-REASON         PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-STATUS PIC X(02) VALUE "00".
           01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-LOG-TIME        PIC 9(08) VALUE ZEROES.
           01 WS-LOG-ACTION      PIC X(20) VALUE SPACES.
           01 WS-LOG-REASON      PIC X(40) VALUE SPACES.

      * The queue rides through storage and is rewritten whole.
           01 WS-APPR-TABLE.
           END-IF.

       100-SUBMIT-REQUEST.
           DISPLAY "Action (LOANMAINT/STATCHG/LOANRCVR/REDFLAG): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-ACTION.
           DISPLAY "Detail (parm, account, or batch id): "
                   MOVE SPACES
                       TO WS-APR-APP-OPER(WS-APPR-COUNT)
                   MOVE "APPROVAL REQUESTED" TO WS-LOG-ACTION
                   MOVE WS-APPR-COUNT TO WS-APR-IDX
                   PERFORM 910-SET-LOG-REASON
                   PERFORM 900-LOG-ACTIVITY
                   DISPLAY "REQUEST PARKED PENDING APPROVAL"
               ELSE
           IF WS-SIGNON-ROLE NOT = "A"
               DISPLAY "NOT AUTHORIZED, APPROVER ROLE REQUIRED"
               MOVE "REFUSED REVIEW" TO WS-LOG-ACTION
               MOVE SPACES TO WS-LOG-REASON
               PERFORM 900-LOG-ACTIVITY
           ELSE
               PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                       MOVE WS-SIGNON-ID
                           TO WS-APR-APP-OPER(WS-APR-IDX)
                       MOVE "APPROVAL RELEASED" TO WS-LOG-ACTION
                       PERFORM 910-SET-LOG-REASON
                       PERFORM 900-LOG-ACTIVITY
                   WHEN "J"
                   WHEN "j"
                       MOVE WS-SIGNON-ID
                           TO WS-APR-APP-OPER(WS-APR-IDX)
                       MOVE "APPROVAL REJECTED" TO WS-LOG-ACTION
                       PERFORM 910-SET-LOG-REASON
                       PERFORM 900-LOG-ACTIVITY
                   WHEN OTHER
                       CONTINUE
       900-LOG-ACTIVITY.
      * Same append-per-action discipline as menu's own
      * 800-LOG-ACTIVITY; the queue record itself carries both the
      * requesting and approving ids for the audit trail, and the
      * log line names the entry acted on.
           ACCEPT WS-LOG-TIME FROM TIME.
           OPEN EXTEND ACTIVITY-LOG.
           IF WS-ACTLOG-STATUS = "35"
           MOVE WS-LOG-TIME   TO ACT-TIME.
           MOVE WS-SIGNON-ID  TO ACT-OPER-ID.
           MOVE WS-LOG-ACTION TO ACT-ACTION.
           MOVE WS-LOG-REASON TO ACT-REASON.
           WRITE ACTIVITY-REC.
           CLOSE ACTIVITY-LOG.

       910-SET-LOG-REASON.
      * The entry's action and detail, so a request and its release
      * can be paired from the log alone.
           MOVE SPACES TO WS-LOG-REASON.
           STRING WS-APR-ACTION(WS-APR-IDX) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-APR-DETAIL(WS-APR-IDX) DELIMITED BY SIZE
                  INTO WS-LOG-REASON
           END-STRING.
