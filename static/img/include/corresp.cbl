      * customer name, address, account number, or the run date, and
      * every other line prints verbatim.  Names and addresses
      * resolve through the customer master the way the statement
      * run resolves them: every obligor on the loan - the primary
      * borrower, co-borrowers, and co-signers - gets the letter,
      * one copy per distinct address, the primary's first.  Each
      * copy goes the way its customer takes documents, as the
      * statement run sends them: paper to the print vendor on
      * "letters", electronic to the "edocarch" archive with a
      * portal notice on "edocnote", logged to "dlvlog".  A
      * template holding a line that is exactly &PAPER is a notice
      * the law requires on paper; it goes only on paper whatever
      * the preference, and the marker line itself does not print.
      * Nothing is mailed to a customer whose address rtnmail has
      * flagged bad; a letter held back from every address is still
      * appended to the history as suppressed, and one held back
      * from some as partly suppressed.  An account under a letters
      * service hold (see holdmaint and svchold) gets no letter at
      * all while the hold stands; the request goes on the history
      * as held.  Every request produced is appended to the
      * "corrhist" correspondence history, so "did we send that
      * notice" is an account inquiry instead of an unanswerable
      * question.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

           SELECT LETTER-FILE ASSIGN TO "letters"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Electronic delivery: the archived document lines, the
      * portal's notices, and the log of every copy sent.
           SELECT EDOC-ARCHIVE-FILE ASSIGN TO "edocarch"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EDOCARCH-STATUS.

           SELECT EDOC-NOTIFY-FILE ASSIGN TO "edocnote"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-EDOCNOTE-STATUS.

           SELECT DLV-LOG-FILE ASSIGN TO "dlvlog"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DLVLOG-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "corrhist"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
      * Mirrors custmain's own FD CUSTXREF layout field for field.
       FD CUSTXREF.
           01 XREF-REC.
               05 XREF-KEY.
                   10 XREF-ACCT-NO   PIC X(10).
                   10 XREF-CUST-NO   PIC X(06).
               05 XREF-ROLE          PIC X(01).
                   88 XREF-PRIMARY        VALUE "P", SPACE.
                   88 XREF-CO-BORROWER    VALUE "C".
                   88 XREF-CO-SIGNER      VALUE "S".
                   88 XREF-GUARANTOR      VALUE "G".
                   88 XREF-NB-SPOUSE      VALUE "N".
                   88 XREF-OBLIGOR        VALUE "P", "C", "S", SPACE.

       FD LETTER-FILE.
           01 LETTER-REC PIC X(80).

      * Shared e-delivery archive record; see edocrec.cpy.
       FD EDOC-ARCHIVE-FILE.
           COPY "edocrec.cpy".

      * Shared e-delivery notification record; see ednote.cpy.
       FD EDOC-NOTIFY-FILE.
           COPY "ednote.cpy".

      * Shared document delivery log record; see dlvlog.cpy.
       FD DLV-LOG-FILE.
           COPY "dlvlog.cpy".

      * One line per letter produced: the account, when, which
      * template, and whether any copy was held back for a bad
      * address or the whole letter for a service hold, for the
      * service desk's "did we send it".
       FD HISTORY-FILE.
           01 HISTORY-REC.
               05 CRH-ACC            PIC X(10).
               05 CRH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 CRH-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRH-DISPOSITION    PIC X(01).
                   88 CRH-SENT            VALUE SPACE.
                   88 CRH-SUPPRESSED      VALUE "S".
                   88 CRH-PART-SUPPRESSED VALUE "P".
                   88 CRH-HELD            VALUE "H".

       WORKING-STORAGE SECTION.
           01 WS-QUEUE-STATUS     PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTFILE-OPEN    PIC X(01) VALUE "N".
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-EDOCARCH-STATUS  PIC X(02) VALUE "00".
           01 WS-EDOCNOTE-STATUS  PIC X(02) VALUE "00".
           01 WS-DLVLOG-STATUS    PIC X(02) VALUE "00".
           01 WS-QUEUE-EOF        PIC X(01) VALUE "N".
           01 WS-TPL-EOF          PIC X(01) VALUE "N".

           01 WS-LTR-NAME         PIC X(30) VALUE SPACES.
           01 WS-LTR-ADDR         PIC X(40) VALUE SPACES.

      * The parties on the requested account off the
      * cross-reference, the primary first, and the copies they
      * resolve to: one per distinct obligor address on paper, one
      * per distinct email electronically.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
                       88 WS-PTY-OBLIGOR   VALUE "P", "C", "S",
                                                 SPACE.
           01 WS-PARTY-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX        PIC 9(02) VALUE ZEROES.
           01 WS-XREF-EOF         PIC X(01) VALUE "N".
           01 WS-MAIL-TABLE.
               05 WS-MAIL-ENTRY OCCURS 20 TIMES.
                   10 WS-MAIL-NAME     PIC X(30).
                   10 WS-MAIL-ADDR     PIC X(40).
                   10 WS-MAIL-CUST-NO  PIC X(06).
                   10 WS-MAIL-EMAIL    PIC X(50).
      * See DLV-CHANNEL.
                   10 WS-MAIL-CHANNEL  PIC X(01).
                       88 WS-MAIL-ELECTRONIC VALUE "E".
           01 WS-MAIL-COUNT       PIC 9(02) VALUE ZEROES.
           01 WS-MAIL-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-MAIL-DUP         PIC X(01) VALUE "N".
           01 WS-COPY-IDX         PIC 9(02) VALUE ZEROES.
           01 WS-NEW-CHANNEL      PIC X(01) VALUE SPACE.
           01 WS-EDOC-CAPABLE     PIC X(01) VALUE "N".
           01 WS-PAPER-REQUIRED   PIC X(01) VALUE "N".
           01 WS-EDOC-LINE-NO     PIC 9(04) VALUE ZEROES.
      * Paper copies held back from addresses flagged bad.
           01 WS-ADDR-SUPPRESSED  PIC 9(02) VALUE ZEROES.

           01 WS-LETTER-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-SKIPPED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-EDOC-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-SUPPRESSED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-HELD-COUNTER     PIC 9(09) VALUE ZEROES.

      * Shared service-hold parameter record; see svhparm.cpy.
           COPY "svhparm.cpy".

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           OPEN EXTEND EDOC-ARCHIVE-FILE.
           IF WS-EDOCARCH-STATUS = "35"
               OPEN OUTPUT EDOC-ARCHIVE-FILE
           END-IF.
           OPEN EXTEND EDOC-NOTIFY-FILE.
           IF WS-EDOCNOTE-STATUS = "35"
               OPEN OUTPUT EDOC-NOTIFY-FILE
           END-IF.
           OPEN EXTEND DLV-LOG-FILE.
           IF WS-DLVLOG-STATUS = "35"
               OPEN OUTPUT DLV-LOG-FILE
           END-IF.

           PERFORM UNTIL WS-QUEUE-EOF = "Y"
               READ CORR-QUEUE
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE HISTORY-FILE.
           CLOSE EDOC-ARCHIVE-FILE.
           CLOSE EDOC-NOTIFY-FILE.
           CLOSE DLV-LOG-FILE.
           MOVE "C" TO SVH-FUNCTION.
           CALL "svchold" USING SVH-PARAMS.

           DISPLAY "LETTERS PRODUCED: " WS-LETTER-COUNTER.
           DISPLAY "LETTERS E-DELIVERED: " WS-EDOC-COUNTER.
           DISPLAY "LETTERS SUPPRESSED: " WS-SUPPRESSED-COUNTER.
           DISPLAY "LETTERS HELD: " WS-HELD-COUNTER.
           DISPLAY "REQUESTS SKIPPED: " WS-SKIPPED-COUNTER.
           GOBACK.

                   ADD 1 TO WS-SKIPPED-COUNTER
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 110-CHECK-SERVICE-HOLD
                   IF SVH-HELD
                       PERFORM 295-LOG-HELD
                   ELSE
                       PERFORM 120-CHECK-PAPER-REQUIRED
                       PERFORM 150-RESOLVE-CUSTOMER
                       PERFORM VARYING WS-MAIL-IDX FROM 1 BY 1
                               UNTIL WS-MAIL-IDX > WS-MAIL-COUNT
                           MOVE WS-MAIL-NAME(WS-MAIL-IDX)
                               TO WS-LTR-NAME
                           MOVE WS-MAIL-ADDR(WS-MAIL-IDX)
                               TO WS-LTR-ADDR
                           PERFORM 200-PRINT-TEMPLATE
                       END-PERFORM
                       IF WS-MAIL-COUNT = 0
                           PERFORM 290-LOG-SUPPRESSED
                       END-IF
                   END-IF
           END-READ.

       110-CHECK-SERVICE-HOLD.
      * An account under a letters service hold - litigation, most
      * often - gets nothing from this engine while it stands.
           MOVE "S"          TO SVH-FUNCTION.
           MOVE CRQ-ACC      TO SVH-ACCT.
           MOVE "LTR"        TO SVH-TYPE.
           MOVE "corresp"    TO SVH-CALLER.
           CALL "svchold" USING SVH-PARAMS.

       120-CHECK-PAPER-REQUIRED.
      * Which notices must go on paper is the template's to say,
      * so compliance maintains it alongside the wording.
           MOVE "N" TO WS-PAPER-REQUIRED.
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-COUNT
               IF WS-TPL-ID(WS-TPL-IDX) = CRQ-TEMPLATE
                       AND WS-TPL-TEXT(WS-TPL-IDX) = "&PAPER"
                   MOVE "Y" TO WS-PAPER-REQUIRED
               END-IF
           END-PERFORM.

       150-RESOLVE-CUSTOMER.
      * An unlinked account, or one whose parties are all off the
      * customer master, is one copy to the loan record's own name
      * and address.  One whose every copy was held back for a bad
      * address resolves to no copies at all.
           MOVE 0 TO WS-MAIL-COUNT.
           MOVE 0 TO WS-ADDR-SUPPRESSED.
           IF WS-CUSTFILE-OPEN = "Y"
               PERFORM 160-GATHER-PARTIES
               PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                       UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
                   IF WS-PTY-OBLIGOR(WS-PARTY-IDX)
                       MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO CUST-NO
                       READ CUSTMSTR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM 170-ADD-MAILING
                       END-READ
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MAIL-COUNT = 0 AND WS-ADDR-SUPPRESSED = 0
               MOVE 1 TO WS-MAIL-COUNT
               MOVE LOAN-CUST-NAME TO WS-MAIL-NAME(1)
               MOVE LOAN-CUST-ADDR TO WS-MAIL-ADDR(1)
               MOVE SPACES         TO WS-MAIL-CUST-NO(1)
               MOVE SPACES         TO WS-MAIL-EMAIL(1)
               MOVE "P"            TO WS-MAIL-CHANNEL(1)
           END-IF.

       160-GATHER-PARTIES.
      * The account's entries sit together under its key; the
      * primary is moved to the front as it turns up.
           MOVE 0 TO WS-PARTY-COUNT.
           MOVE "N" TO WS-XREF-EOF.
           MOVE CRQ-ACC TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = CRQ-ACC
                           OR WS-PARTY-COUNT >= 10
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       ADD 1 TO WS-PARTY-COUNT
                       IF XREF-PRIMARY AND WS-PARTY-COUNT > 1
                           MOVE WS-PARTY-ENTRY(1)
                               TO WS-PARTY-ENTRY(WS-PARTY-COUNT)
                           MOVE 1 TO WS-PARTY-IDX
                       ELSE
                           MOVE WS-PARTY-COUNT TO WS-PARTY-IDX
                       END-IF
                       MOVE XREF-CUST-NO
                           TO WS-PTY-CUST-NO(WS-PARTY-IDX)
                       MOVE XREF-ROLE
                           TO WS-PTY-ROLE(WS-PARTY-IDX)
                   END-IF
               END-READ
           END-PERFORM.

       170-ADD-MAILING.
      * A customer taking documents electronically, with an email
      * and e-consent on file, is sent the letter that way; "both"
      * adds the paper copy and everyone else gets paper.  A letter
      * that must go on paper goes only on paper, logged as
      * required where the customer would have taken it
      * electronically.
           IF (CUST-DLV-ELECTRONIC OR CUST-DLV-BOTH)
                   AND CUST-EMAIL NOT = SPACES
                   AND CUST-ECONSENT-DATE > 0
               MOVE "Y" TO WS-EDOC-CAPABLE
           ELSE
               MOVE "N" TO WS-EDOC-CAPABLE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PAPER-REQUIRED = "Y" AND NOT CUST-DLV-PAPER
                   MOVE "R" TO WS-NEW-CHANNEL
                   PERFORM 175-ADD-COPY
               WHEN WS-PAPER-REQUIRED = "Y"
                       OR WS-EDOC-CAPABLE = "N"
                   MOVE "P" TO WS-NEW-CHANNEL
                   PERFORM 175-ADD-COPY
               WHEN CUST-DLV-BOTH
                   MOVE "P" TO WS-NEW-CHANNEL
                   PERFORM 175-ADD-COPY
                   MOVE "E" TO WS-NEW-CHANNEL
                   PERFORM 175-ADD-COPY
               WHEN OTHER
                   MOVE "E" TO WS-NEW-CHANNEL
                   PERFORM 175-ADD-COPY
           END-EVALUATE.

       175-ADD-COPY.
      * Obligors sharing an address share one paper copy, and
      * obligors sharing an email one electronic copy.  Nothing is
      * mailed to an address the post office has returned mail
      * from.
           MOVE "N" TO WS-MAIL-DUP.
           IF WS-NEW-CHANNEL NOT = "E" AND CUST-ADDR-BAD
               ADD 1 TO WS-ADDR-SUPPRESSED
               MOVE "Y" TO WS-MAIL-DUP
           END-IF.
           PERFORM VARYING WS-COPY-IDX FROM 1 BY 1
                   UNTIL WS-COPY-IDX > WS-MAIL-COUNT
               IF WS-NEW-CHANNEL = "E"
                   IF WS-MAIL-ELECTRONIC(WS-COPY-IDX)
                           AND WS-MAIL-EMAIL(WS-COPY-IDX) = CUST-EMAIL
                       MOVE "Y" TO WS-MAIL-DUP
                   END-IF
               ELSE
                   IF NOT WS-MAIL-ELECTRONIC(WS-COPY-IDX)
                           AND WS-MAIL-ADDR(WS-COPY-IDX) = CUST-ADDR
                       MOVE "Y" TO WS-MAIL-DUP
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MAIL-DUP = "N" AND WS-MAIL-COUNT < 20
               ADD 1 TO WS-MAIL-COUNT
               MOVE CUST-NAME  TO WS-MAIL-NAME(WS-MAIL-COUNT)
               MOVE CUST-ADDR  TO WS-MAIL-ADDR(WS-MAIL-COUNT)
               MOVE CUST-NO    TO WS-MAIL-CUST-NO(WS-MAIL-COUNT)
               MOVE CUST-EMAIL TO WS-MAIL-EMAIL(WS-MAIL-COUNT)
               MOVE WS-NEW-CHANNEL
                   TO WS-MAIL-CHANNEL(WS-MAIL-COUNT)
           END-IF.

       200-PRINT-TEMPLATE.
           MOVE "N" TO WS-TPL-USED.
           MOVE 0 TO WS-EDOC-LINE-NO.
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-COUNT
               IF WS-TPL-ID(WS-TPL-IDX) = CRQ-TEMPLATE
                   PERFORM 250-MERGE-ONE-LINE
               END-IF
           END-PERFORM.
      * The history and the skip count are per request, taken on
      * the first copy.
           IF WS-TPL-USED = "Y"
               MOVE SPACES TO LETTER-REC
               PERFORM 260-EMIT-LINE
               ADD 1 TO WS-LETTER-COUNTER
               PERFORM 280-LOG-DELIVERY
               IF WS-MAIL-IDX = 1
                   MOVE SPACES       TO HISTORY-REC
                   MOVE CRQ-ACC      TO CRH-ACC
                   MOVE WS-RUN-DATE  TO CRH-DATE
                   MOVE CRQ-TEMPLATE TO CRH-TEMPLATE
                   IF WS-ADDR-SUPPRESSED > 0
                       MOVE "P" TO CRH-DISPOSITION
                   END-IF
                   WRITE HISTORY-REC
               END-IF
           ELSE
               IF WS-MAIL-IDX = 1
                   ADD 1 TO WS-SKIPPED-COUNTER
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       250-MERGE-ONE-LINE.
      * Marker lines substitute whole; everything else is template
      * text verbatim.  The &PAPER marker only routes the letter.
           MOVE SPACES TO LETTER-REC.
           EVALUATE WS-TPL-TEXT(WS-TPL-IDX)
               WHEN "&NAME"
               WHEN OTHER
                   MOVE WS-TPL-TEXT(WS-TPL-IDX) TO LETTER-REC
           END-EVALUATE.
           IF WS-TPL-TEXT(WS-TPL-IDX) NOT = "&PAPER"
               PERFORM 260-EMIT-LINE
           END-IF.

       260-EMIT-LINE.
      * Paper lines go to the print vendor's file; electronic lines
      * to the e-delivery archive, numbered in letter order.
           IF WS-MAIL-ELECTRONIC(WS-MAIL-IDX)
               ADD 1 TO WS-EDOC-LINE-NO
               MOVE SPACES TO EDOC-ARCHIVE-REC
               MOVE WS-MAIL-CUST-NO(WS-MAIL-IDX) TO EDA-CUST-NO
               MOVE CRQ-ACC         TO EDA-ACCT
               MOVE CRQ-TEMPLATE    TO EDA-DOC-TYPE
               MOVE WS-RUN-DATE     TO EDA-DATE
               MOVE WS-EDOC-LINE-NO TO EDA-LINE-NO
               MOVE LETTER-REC      TO EDA-TEXT
               WRITE EDOC-ARCHIVE-REC
           ELSE
               WRITE LETTER-REC
           END-IF.

       280-LOG-DELIVERY.
           MOVE SPACES TO DLV-LOG-REC.
           MOVE WS-RUN-DATE  TO DLV-DATE.
           MOVE "CORRESP"    TO DLV-SOURCE.
           MOVE CRQ-TEMPLATE TO DLV-DOC-TYPE.
           MOVE CRQ-ACC      TO DLV-ACCT.
           MOVE WS-MAIL-CUST-NO(WS-MAIL-IDX) TO DLV-CUST-NO.
           MOVE WS-MAIL-CHANNEL(WS-MAIL-IDX) TO DLV-CHANNEL.
           WRITE DLV-LOG-REC.
           IF WS-MAIL-ELECTRONIC(WS-MAIL-IDX)
               ADD 1 TO WS-EDOC-COUNTER
               MOVE SPACES TO EDOC-NOTIFY-REC
               MOVE WS-MAIL-CUST-NO(WS-MAIL-IDX) TO EDN-CUST-NO
               MOVE CRQ-ACC      TO EDN-ACCT
               MOVE CRQ-TEMPLATE TO EDN-DOC-TYPE
               MOVE WS-RUN-DATE  TO EDN-DATE
               MOVE WS-MAIL-EMAIL(WS-MAIL-IDX) TO EDN-EMAIL
               WRITE EDOC-NOTIFY-REC
           END-IF.

       290-LOG-SUPPRESSED.
      * A letter held back from every address still goes on the
      * history, so the attempt to give a required notice is on
      * record.
           MOVE "N" TO WS-TPL-USED.
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-COUNT
               IF WS-TPL-ID(WS-TPL-IDX) = CRQ-TEMPLATE
                   MOVE "Y" TO WS-TPL-USED
               END-IF
           END-PERFORM.
           IF WS-TPL-USED = "Y"
               ADD 1 TO WS-SUPPRESSED-COUNTER
               MOVE SPACES       TO HISTORY-REC
               MOVE CRQ-ACC      TO CRH-ACC
               MOVE WS-RUN-DATE  TO CRH-DATE
               MOVE CRQ-TEMPLATE TO CRH-TEMPLATE
               MOVE "S"          TO CRH-DISPOSITION
               WRITE HISTORY-REC
           ELSE
               ADD 1 TO WS-SKIPPED-COUNTER
               MOVE 4 TO RETURN-CODE
           END-IF.

       295-LOG-HELD.
      * A letter stopped by a service hold goes on the history as
      * held, so the desk can see what was not sent and why.
           ADD 1 TO WS-HELD-COUNTER.
           MOVE SPACES       TO HISTORY-REC.
           MOVE CRQ-ACC      TO CRH-ACC.
           MOVE WS-RUN-DATE  TO CRH-DATE.
           MOVE CRQ-TEMPLATE TO CRH-TEMPLATE.
           MOVE "H"          TO CRH-DISPOSITION.
           WRITE HISTORY-REC.
