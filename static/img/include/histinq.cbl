      * the journals hold comes back as one merged chronological
      * timeline - maintenance before/after actions from
      * "mjournal", status changes from "stathist", posting actions
      * from "postreg", collector outcomes from "collact", letters
      * sent from "corrhist", and borrower alerts sent from
      * "bevtjrnl" - each event dated, sourced, and attributed
      * where its journal carries an attribution.  The quote
      * journal and the activity log key on no account and stay
      * where they are; everything that can be pinned to the
      * account is here.  The timeline is headed by everyone on the
      * loan off the customer cross-reference, each with their
      * role, so "who did it" can be read against who the loan
      * belongs to.  Party names show masked to their last four
      * characters; an operator whose role permits it can have the
      * timeline again whole through unmaskvw, which logs the view.
      * menu passes the signed-on operator's id and role; an
      * account whose servicing company (off LOANMSTR) that role
      * may not work (see complook) is refused with nothing shown.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRHIST-STATUS.

      * Borrower alerts bevtpk published or dead-lettered.
           SELECT BEV-JOURNAL ASSIGN TO "bevtjrnl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-BEVTJRNL-STATUS.

      * Customer master and account cross-reference maintained by
      * custmain; without them, or for an account not yet linked,
      * the timeline carries no party heading.
           SELECT CUSTMSTR ASSIGN TO "CUSTMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUST-NO
           FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * Loan master, for the servicing company of the account; an
      * account not on it is taken as the house company's.
           SELECT LOANMSTR ASSIGN TO "LOANMSTR"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LOAN-ACCT-NO
           FILE STATUS IS WS-LOANMSTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-JOURNAL.
               05 FILLER             PIC X(01).
               05 MJ-ACCT            PIC X(10).
               05 FILLER             PIC X(01).
               05 MJ-BEFORE-IMAGE    PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-AFTER-IMAGE     PIC X(207).
               05 FILLER             PIC X(01).
               05 MJ-OPERATOR        PIC X(08).
               05 FILLER             PIC X(01).
               05 MJ-EFF-DATE        PIC 9(08).

       FD STAT-HISTORY.
           01 STAT-HISTORY-REC.
               05 POSTREG-AMOUNT     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ACTION     PIC X(08).
               05 FILLER             PIC X(01).
               05 POSTREG-PRINCIPAL  PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-INTEREST   PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-ESCROW     PIC 9(07)V9(02).
               05 FILLER             PIC X(01).
               05 POSTREG-FEES       PIC 9(07)V9(02).

       FD ACTION-FILE.
           01 ACTION-REC.
               05 CRH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 CRH-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRH-DISPOSITION    PIC X(01).
                   88 CRH-SENT            VALUE SPACE.
                   88 CRH-SUPPRESSED      VALUE "S".
                   88 CRH-PART-SUPPRESSED VALUE "P".
                   88 CRH-HELD            VALUE "H".

      * Shared borrower alert journal record; see bevtjrn.cpy.
       FD BEV-JOURNAL.
           COPY "bevtjrn.cpy".

       FD CUSTMSTR.
           COPY "custrec.cpy".

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

      * Shared loan master record; see loanrec.cpy.
       FD LOANMSTR.
           COPY "loanrec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-MJOURNAL-STATUS  PIC X(02) VALUE "00".
           01 WS-POSTREG-STATUS   PIC X(02) VALUE "00".
           01 WS-ACTION-STATUS    PIC X(02) VALUE "00".
           01 WS-CORRHIST-STATUS  PIC X(02) VALUE "00".
           01 WS-BEVTJRNL-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS  PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-DONE             PIC X(01) VALUE "N".

           01 WS-INQ-ACC          PIC X(10) VALUE SPACES.

      * Everyone on the loan, the primary first.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
                   10 WS-PTY-NAME      PIC X(30).
           01 WS-PARTY-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX        PIC 9(02) VALUE ZEROES.
           01 WS-ROLE-LABEL       PIC X(11) VALUE SPACES.

      * Masked or whole for the account on screen.
           01 WS-SHOW-UNMASKED    PIC X(01) VALUE "N".
           01 WS-UNMASK-CHOICE    PIC X(01) VALUE SPACE.

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".
      * Shared unmasked-view parameter record; see unmparm.cpy.
           COPY "unmparm.cpy".

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

      * One entry per event, merged from every journal and sorted
      * by date then time.
           01 WS-EVENT-TABLE.

           01 WS-AMOUNT-EDIT      PIC Z(6)9.99.

       LINKAGE SECTION.
      * Shared sign-on session parameter record; see sessparm.cpy.
           COPY "sessparm.cpy".

       PROCEDURE DIVISION USING SESSION-PARAMS.
           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
               DISPLAY "Account number (blank to exit): "
               IF WS-INQ-ACC = SPACES
                   MOVE "Y" TO WS-DONE
               ELSE
                   PERFORM 050-CHECK-COMPANY-ACCESS
                   IF NOT CMP-ALLOWED
                       DISPLAY "ACCOUNT NOT AVAILABLE TO YOUR ROLE"
                   ELSE
                       PERFORM 100-BUILD-TIMELINE
                   END-IF
               END-IF
           END-PERFORM.
           GOBACK.

       050-CHECK-COMPANY-ACCESS.
           MOVE SPACES TO CMP-CODE.
           OPEN INPUT LOANMSTR.
           IF WS-LOANMSTR-STATUS = "00"
               MOVE WS-INQ-ACC TO LOAN-ACCT-NO
               READ LOANMSTR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LOAN-COMPANY-CODE TO CMP-CODE
               END-READ
               CLOSE LOANMSTR
           END-IF.
           MOVE "A"       TO CMP-FUNCTION.
           MOVE SESS-ROLE TO CMP-ROLE.
           CALL "complook" USING CMP-PARAMS.

       100-BUILD-TIMELINE.
           MOVE 0 TO WS-EVENT-COUNT.
           MOVE "N" TO WS-OVERFLOW-NOTED.
           PERFORM 120-GATHER-PARTIES.
           PERFORM 200-GATHER-MAINTENANCE.
           PERFORM 300-GATHER-STATUS-CHANGES.
           PERFORM 400-GATHER-POSTINGS.
           PERFORM 500-GATHER-COLLECTIONS.
           PERFORM 600-GATHER-LETTERS.
           PERFORM 650-GATHER-ALERTS.
           PERFORM 700-SORT-EVENTS.
           MOVE "N" TO WS-SHOW-UNMASKED.
           PERFORM 800-DISPLAY-TIMELINE.
           PERFORM 850-OFFER-UNMASKED-VIEW.

       120-GATHER-PARTIES.
      * The account's entries sit together under its key; the
      * primary is moved to the front as it turns up.
           MOVE 0 TO WS-PARTY-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CUSTXREF.
           IF WS-CUSTXREF-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           ELSE
               MOVE WS-INQ-ACC TO XREF-ACCT-NO
               MOVE LOW-VALUES TO XREF-CUST-NO
               START CUSTXREF KEY NOT < XREF-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = WS-INQ-ACC
                           OR WS-PARTY-COUNT >= 10
                       MOVE "Y" TO WS-EOF
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
           IF WS-CUSTXREF-STATUS NOT = "35"
               CLOSE CUSTXREF
           END-IF.
           IF WS-PARTY-COUNT > 0
               OPEN INPUT CUSTMSTR
               PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                       UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
                   MOVE "NOT ON CUSTOMER MASTER"
                       TO WS-PTY-NAME(WS-PARTY-IDX)
                   IF WS-CUSTMSTR-STATUS = "00"
                       MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO CUST-NO
                       READ CUSTMSTR
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CUST-NAME
                                   TO WS-PTY-NAME(WS-PARTY-IDX)
                       END-READ
                   END-IF
               END-PERFORM
               IF WS-CUSTMSTR-STATUS NOT = "35"
                   CLOSE CUSTMSTR
               END-IF
           END-IF.

       150-ADD-EVENT.
      * Caller has the swap entry filled; the table caps at 200
                           WHEN "S"
                               MOVE "ASSUMPTION APPLIED"
                                   TO WS-SWP-TEXT
                           WHEN "H"
                               MOVE "LINE CONVERTED TO REPAYMENT"
                                   TO WS-SWP-TEXT
                           WHEN "Y"
                               MOVE "DUE DAY CHANGED"
                                   TO WS-SWP-TEXT
                           WHEN "M"
                               MOVE "LOAN MODIFIED"
                                   TO WS-SWP-TEXT
                           WHEN OTHER
                               MOVE "MAINTENANCE APPLIED"
                                   TO WS-SWP-TEXT
                       MOVE "LETTER"  TO WS-SWP-SOURCE
                       MOVE SPACES    TO WS-SWP-WHO
                       MOVE SPACES    TO WS-SWP-TEXT
                       EVALUATE TRUE
                           WHEN CRH-SUPPRESSED
                               STRING "SUPPRESSED "  DELIMITED BY SIZE
                                      CRH-TEMPLATE   DELIMITED BY SIZE
                                      INTO WS-SWP-TEXT
                               END-STRING
                           WHEN CRH-HELD
                               STRING "HELD "        DELIMITED BY SIZE
                                      CRH-TEMPLATE   DELIMITED BY SIZE
                                      INTO WS-SWP-TEXT
                               END-STRING
                           WHEN OTHER
                               STRING "SENT "      DELIMITED BY SIZE
                                      CRH-TEMPLATE DELIMITED BY SIZE
                                      INTO WS-SWP-TEXT
                               END-STRING
                       END-EVALUATE
                       PERFORM 150-ADD-EVENT
                   END-IF
               END-READ
               CLOSE CORR-HISTORY
           END-IF.

       650-GATHER-ALERTS.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BEV-JOURNAL.
           IF WS-BEVTJRNL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ BEV-JOURNAL
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   IF BVJ-ACCT = WS-INQ-ACC
                       MOVE BVJ-DATE    TO WS-SWP-DATE
                       MOVE 0           TO WS-SWP-TIME
                       MOVE "ALERT"     TO WS-SWP-SOURCE
                       MOVE BVJ-CUST-NO TO WS-SWP-WHO
                       MOVE SPACES      TO WS-SWP-TEXT
                       IF BVJ-PUBLISHED
                           STRING BVJ-EVENT    DELIMITED BY SPACE
                                  " PUBLISHED" DELIMITED BY SIZE
                                  INTO WS-SWP-TEXT
                           END-STRING
                       ELSE
                           STRING BVJ-EVENT    DELIMITED BY SPACE
                                  " DEAD-LETTERED" DELIMITED BY SIZE
                                  INTO WS-SWP-TEXT
                           END-STRING
                       END-IF
                       PERFORM 150-ADD-EVENT
                   END-IF
               END-READ
           END-PERFORM.
           IF WS-BEVTJRNL-STATUS = "00"
               CLOSE BEV-JOURNAL
           END-IF.

       700-SORT-EVENTS.
      * Selection sort on date then time, the same in-storage sort
      * collque ranks its queue with.
       800-DISPLAY-TIMELINE.
           DISPLAY "----------------------------------------".
           DISPLAY "TIMELINE FOR " WS-INQ-ACC.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
               EVALUATE WS-PTY-ROLE(WS-PARTY-IDX)
                   WHEN "C"
                       MOVE "CO-BORROWER" TO WS-ROLE-LABEL
                   WHEN "S"
                       MOVE "CO-SIGNER"   TO WS-ROLE-LABEL
                   WHEN "G"
                       MOVE "GUARANTOR"   TO WS-ROLE-LABEL
                   WHEN "N"
                       MOVE "NB SPOUSE"   TO WS-ROLE-LABEL
                   WHEN OTHER
                       MOVE "PRIMARY"     TO WS-ROLE-LABEL
               END-EVALUATE
               MOVE WS-PTY-NAME(WS-PARTY-IDX) TO MASK-VALUE
               IF WS-PTY-NAME(WS-PARTY-IDX)
                       NOT = "NOT ON CUSTOMER MASTER"
                       AND WS-SHOW-UNMASKED = "N"
                   CALL "maskdata" USING MASK-PARAMS
               END-IF
               DISPLAY "PARTY    " WS-PTY-CUST-NO(WS-PARTY-IDX) "  "
                       WS-ROLE-LABEL "  "
                       MASK-VALUE(1:30)
           END-PERFORM.
           IF WS-EVENT-COUNT = 0
               DISPLAY "NO JOURNALED EVENTS ON FILE"
           END-IF.
                       WS-EVT-TEXT(WS-EVT-IDX)
           END-PERFORM.
           DISPLAY "----------------------------------------".

       850-OFFER-UNMASKED-VIEW.
      * Same offer as acctinq's: the timeline again whole, through
      * unmaskvw, which logs the view with the reason given.
           DISPLAY "U for unmasked view, Enter to continue: "
               WITH NO ADVANCING.
           ACCEPT WS-UNMASK-CHOICE.
           IF WS-UNMASK-CHOICE = "U" OR WS-UNMASK-CHOICE = "u"
               MOVE WS-INQ-ACC TO UNM-ACCT
               CALL "unmaskvw" USING UNMASK-PARAMS
               IF UNM-IS-GRANTED
                   MOVE "Y" TO WS-SHOW-UNMASKED
                   PERFORM 800-DISPLAY-TIMELINE
               END-IF
           END-IF.
