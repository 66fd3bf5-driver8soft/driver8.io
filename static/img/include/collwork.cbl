      * and a next-action date, all appended to the "collact"
      * activity file.  Every action is also stamped to the
      * "activlog" activity log the menu keeps, so the desk's work
      * leaves the same trail as everything else.  The borrower's
      * name shows masked to its last four characters; U at the
      * prompt asks unmaskvw for it whole, which only a permitted
      * role gets and which is logged with the reason given.
      * menu passes the signed-on operator's id and role; queue
      * entries whose servicing company (off LOANMSTR) that role
      * may not work (see complook) are withheld from the console
      * and counted at the end.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ACTLOG-STATUS.

      * Loan master, for the servicing company of the account; an
      * account not on it is taken as the house company's.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Mirrors collque's own FD WORK-QUEUE layout field for field.
               05 ACT-OPER-ID        PIC X(08).
               05 FILLER             PIC X(01).
               05 ACT-ACTION         PIC X(20).
               05 FILLER             PIC X(01).
               05 ACT-ACCT           PIC X(10).
               05 FILLER             PIC X(01).
               05 ACT-REASON         PIC X(40).

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-QUEUE-STATUS     PIC X(02) VALUE "00".
           01 WS-PROMISE-STATUS   PIC X(02) VALUE "00".
           01 WS-ACTION-STATUS    PIC X(02) VALUE "00".
           01 WS-ACTLOG-STATUS    PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN    PIC X(01) VALUE "N".
           01 WS-QUEUE-EOF        PIC X(01) VALUE "N".

           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

           01 WS-WORKED-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-PROMISE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-WITHHELD-COUNTER PIC 9(09) VALUE ZEROES.

           01 WS-MONEY-EDIT       PIC Z(8)9.99.
           01 WS-SHOW-UNMASKED    PIC X(01) VALUE "N".

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".
      * Shared unmasked-view parameter record; see unmparm.cpy.
           COPY "unmparm.cpy".
      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       LINKAGE SECTION.
      * Shared sign-on session parameter record; see sessparm.cpy.
           COPY "sessparm.cpy".

       PROCEDURE DIVISION USING SESSION-PARAMS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           DISPLAY "Collector id (e.g. C01): " WITH NO ADVANCING.
           PERFORM 100-LOAD-MY-QUEUE.
           IF WS-MY-COUNT = 0
               DISPLAY "QUEUE EMPTY FOR " WS-COLLECTOR-ID
               IF WS-WITHHELD-COUNTER > 0
                   DISPLAY "ENTRIES WITHHELD (COMPANY): "
                           WS-WITHHELD-COUNTER
               END-IF
               GOBACK
           END-IF.


           DISPLAY "ENTRIES WORKED: "  WS-WORKED-COUNTER.
           DISPLAY "PROMISES TAKEN: " WS-PROMISE-COUNTER.
           IF WS-WITHHELD-COUNTER > 0
               DISPLAY "ENTRIES WITHHELD (COMPANY): "
                       WS-WITHHELD-COUNTER
           END-IF.
           GOBACK.

       100-LOAD-MY-QUEUE.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE "Y" TO WS-LOANMSTR-OPEN
           END-IF.
           OPEN INPUT WORK-QUEUE.
           IF WS-QUEUE-STATUS = "35"
               MOVE "Y" TO WS-QUEUE-EOF
                   AT END MOVE "Y" TO WS-QUEUE-EOF
                   NOT AT END
                       IF WQ-COLLECTOR = WS-COLLECTOR-ID
                           PERFORM 110-CHECK-COMPANY-ACCESS
                       END-IF
                       IF WQ-COLLECTOR = WS-COLLECTOR-ID
                               AND NOT CMP-ALLOWED
                           ADD 1 TO WS-WITHHELD-COUNTER
                       END-IF
                       IF WQ-COLLECTOR = WS-COLLECTOR-ID
                               AND CMP-ALLOWED
                               AND WS-MY-COUNT < 200
                           ADD 1 TO WS-MY-COUNT
                           MOVE WQ-RANK
               END-PERFORM
               CLOSE WORK-QUEUE
           END-IF.
           IF WS-LOANMSTR-OPEN = "Y"
               CLOSE LOANMSTR
           END-IF.

       110-CHECK-COMPANY-ACCESS.
           MOVE SPACES TO CMP-CODE.
           IF WS-LOANMSTR-OPEN = "Y"
               MOVE WQ-ACC TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-COMPANY-CODE TO CMP-CODE
               END-READ
           END-IF.
           MOVE "A"       TO CMP-FUNCTION.
           MOVE SESS-ROLE TO CMP-ROLE.
           CALL "complook" USING CMP-PARAMS.

       200-WORK-ONE-ENTRY.
      * The name shows masked; U asks unmaskvw for the whole of it
      * and the entry is shown again, unmasked if it was granted.
           MOVE "N" TO WS-SHOW-UNMASKED.
           MOVE "U" TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE NOT = "U" AND WS-CHOICE NOT = "u"
               PERFORM 210-SHOW-ENTRY
               ACCEPT WS-CHOICE
               IF WS-CHOICE = "U" OR WS-CHOICE = "u"
                   MOVE WS-MY-ACC(WS-MY-IDX) TO UNM-ACCT
                   CALL "unmaskvw" USING UNMASK-PARAMS
                   IF UNM-IS-GRANTED
                       MOVE "Y" TO WS-SHOW-UNMASKED
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE WS-CHOICE
               WHEN "P"
               WHEN "p"
                   CONTINUE
           END-EVALUATE.

       210-SHOW-ENTRY.
           MOVE WS-MY-NAME(WS-MY-IDX) TO MASK-VALUE.
           IF WS-SHOW-UNMASKED = "N"
               CALL "maskdata" USING MASK-PARAMS
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "RANK:     " WS-MY-RANK(WS-MY-IDX)
                   "  OF " WS-MY-COUNT.
           DISPLAY "ACCOUNT:  " WS-MY-ACC(WS-MY-IDX).
           DISPLAY "NAME:     " MASK-VALUE(1:30).
           DISPLAY "BUCKET:   " WS-MY-BUCKET(WS-MY-IDX).
           MOVE WS-MY-PAST-DUE(WS-MY-IDX) TO WS-MONEY-EDIT.
           DISPLAY "PAST DUE: " WS-MONEY-EDIT.
           DISPLAY "P=promise O=outcome U=unmask S=skip X=exit: "
               WITH NO ADVANCING.

       300-TAKE-PROMISE.
      * The promise lands on the same file collque honors: the
      * account parks out of the queue until the date lapses, and
