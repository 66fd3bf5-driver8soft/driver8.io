      * needs appears on one screen - the master terms and status,
      * the current CUOTA breakdown off "outfile", the past-due
      * standing summed from "payhist", the next due date off the
      * SCHEDULE-FILE, the balance owed, and a payoff estimate.  A
      * loan on the LOANTXN ledger shows its actual balance and
      * paid-through date off LOANMSTR and is estimated as that
      * balance plus 30/360 interest from the paid-through date to
      * today, the way payoffpr quotes it; one not yet converted
      * shows the scheduled balance and loancalc's payoff quote.
      * Everyone on the loan is listed with their role - primary
      * borrower, co-borrowers, co-signers, guarantors, and a
      * non-borrowing spouse - and the name and address shown are
      * the primary's.  Names and the address show masked to their
      * last four characters; an operator whose role permits it
      * can have the screen again unmasked through unmaskvw, which
      * logs the view to "activlog" with the reason given.
      * No update path exists here; the file hunt that dominated
      * call handling time is gone.  Each payoff estimate given is
      * appended to the "rfevent" journal as a PAYQUOTE event for
      * the nightly rfscan red-flags scan.  menu passes the
      * signed-on operator's id and role; an account whose
      * servicing company that role may not work (see complook) is
      * refused with nothing shown.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * Correspondence history written by the corresp engine, so
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CORRHIST-STATUS.

      * Red-flags activity journal read by the nightly rfscan.
           SELECT RF-EVENT-FILE ASSIGN TO "rfevent"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RFEVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
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

      * Mirrors corresp's own FD HISTORY-FILE layout field for
      * field.
               05 CRH-DATE           PIC 9(08).
               05 FILLER             PIC X(01).
               05 CRH-TEMPLATE       PIC X(08).
               05 FILLER             PIC X(01).
               05 CRH-DISPOSITION    PIC X(01).
                   88 CRH-SENT            VALUE SPACE.
                   88 CRH-SUPPRESSED      VALUE "S".
                   88 CRH-PART-SUPPRESSED VALUE "P".
                   88 CRH-HELD            VALUE "H".

      * Mirrors bcuota's own FD CUOTA layout field for field.
       FD CUOTA.
       FD SCHEDULE-FILE.
           COPY "schedrec.cpy".

      * Shared red-flags activity event record; see rfevent.cpy.
       FD RF-EVENT-FILE.
           COPY "rfevent.cpy".

       WORKING-STORAGE SECTION.
           01 WS-LOANMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUSTMSTR-STATUS  PIC X(02) VALUE "00".
           01 WS-CUOTA-STATUS     PIC X(02) VALUE "00".
           01 WS-PAYHIST-STATUS   PIC X(02) VALUE "00".
           01 WS-SCHEDULE-STATUS  PIC X(02) VALUE "00".
           01 WS-RFEVENT-STATUS   PIC X(02) VALUE "00".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-DONE             PIC X(01) VALUE "N".

           01 WS-INQ-NAME         PIC X(30) VALUE SPACES.
           01 WS-INQ-ADDR         PIC X(40) VALUE SPACES.
           01 WS-INQ-CUST-NO      PIC X(06) VALUE SPACES.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
                   10 WS-PTY-NAME      PIC X(30).
           01 WS-PARTY-COUNT      PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX        PIC 9(02) VALUE ZEROES.
           01 WS-ROLE-LABEL       PIC X(11) VALUE SPACES.
           01 WS-RELATED-TABLE.
               05 WS-RELATED-ACC OCCURS 20 TIMES PIC X(10).
           01 WS-RELATED-COUNT    PIC 9(02) VALUE ZEROES.
               05 WS-LETTER-ENTRY OCCURS 10 TIMES.
                   10 WS-LTR-DATE      PIC 9(08).
                   10 WS-LTR-TEMPLATE  PIC X(08).
                   10 WS-LTR-DISPOSITION PIC X(01).
           01 WS-LETTER-COUNT     PIC 9(02) VALUE ZEROES.
           01 WS-LETTER-IDX       PIC 9(02) VALUE ZEROES.

           01 WS-ORIG-MONTH       PIC 9(02).
           01 WS-ELAPSED-MONTHS   PIC S9(05) VALUE ZEROES.

      * Payoff estimate off the actual balance, as in payoffpr.
           01 WS-PAYOFF-EST       PIC S9(07)V9(02) VALUE ZEROES.
           01 WS-FROM-DATE.
               05 WS-FROM-YEAR     PIC 9(04).
               05 WS-FROM-MONTH    PIC 9(02).
               05 WS-FROM-DAY      PIC 9(02).
           01 WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE PIC 9(08).
           01 WS-INTEREST-DAYS    PIC S9(07) VALUE ZEROES.

           01 WS-MONEY-EDIT       PIC Z(7)9.99.

      * Masked or whole for the account on screen.
           01 WS-SHOW-UNMASKED    PIC X(01) VALUE "N".
           01 WS-UNMASK-CHOICE    PIC X(01) VALUE SPACE.

      * Shared masking parameter record; see maskparm.cpy.
           COPY "maskparm.cpy".
      * Shared unmasked-view parameter record; see unmparm.cpy.
           COPY "unmparm.cpy".

      * Shared loancalc parameter record; see loanparm.cpy.
           COPY "loanparm.cpy".

      * Shared company lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       LINKAGE SECTION.
      * Shared sign-on session parameter record; see sessparm.cpy.
           COPY "sessparm.cpy".

       PROCEDURE DIVISION USING SESSION-PARAMS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-YYYYMM =
                   WS-RUN-YEAR * 100 + WS-RUN-MONTH.
                   AND WS-CUSTXREF-STATUS = "00"
               MOVE "Y" TO WS-CUSTFILE-OPEN
           END-IF.
           OPEN EXTEND RF-EVENT-FILE.
           IF WS-RFEVENT-STATUS = "35"
               OPEN OUTPUT RF-EVENT-FILE
           END-IF.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY " "
           END-PERFORM.

           CLOSE LOANMSTR.
           CLOSE RF-EVENT-FILE.
           IF WS-CUSTFILE-OPEN = "Y"
               CLOSE CUSTMSTR
               CLOSE CUSTXREF
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER"
               NOT INVALID KEY
                   PERFORM 110-SHOW-PERMITTED-ACCOUNT
           END-READ.

       110-SHOW-PERMITTED-ACCOUNT.
           MOVE "A"               TO CMP-FUNCTION.
           MOVE LOAN-COMPANY-CODE TO CMP-CODE.
           MOVE SESS-ROLE         TO CMP-ROLE.
           CALL "complook" USING CMP-PARAMS.
           IF NOT CMP-ALLOWED
               DISPLAY "ACCOUNT NOT AVAILABLE TO YOUR ROLE"
           ELSE
               PERFORM 150-RESOLVE-CUSTOMER
               PERFORM 170-GATHER-LETTERS
               PERFORM 200-GATHER-CUOTA
               PERFORM 300-GATHER-PAST-DUE
               PERFORM 400-GATHER-SCHEDULE
               PERFORM 500-QUOTE-PAYOFF
               MOVE "N" TO WS-SHOW-UNMASKED
               PERFORM 600-DISPLAY-SCREEN
               PERFORM 650-OFFER-UNMASKED-VIEW
           END-IF.

       150-RESOLVE-CUSTOMER.
      * A linked account's name and address come off the customer
      * master for its primary borrower, every party on the loan is
      * gathered with their role, and the primary's other linked
      * accounts are gathered so the desk sees the whole
      * relationship on one screen.  Unlinked accounts keep the loan
      * record's own copy.
           MOVE LOAN-CUST-NAME TO WS-INQ-NAME.
           MOVE LOAN-CUST-ADDR TO WS-INQ-ADDR.
           MOVE SPACES TO WS-INQ-CUST-NO.
           MOVE 0 TO WS-RELATED-COUNT.
           MOVE 0 TO WS-PARTY-COUNT.
           IF WS-CUSTFILE-OPEN = "Y"
               PERFORM 155-GATHER-PARTIES
               IF WS-PARTY-COUNT > 0
                   MOVE WS-PTY-CUST-NO(1) TO WS-INQ-CUST-NO
                   PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                           UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
                       MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO CUST-NO
                       READ CUSTMSTR
                           INVALID KEY
                               MOVE "NOT ON CUSTOMER MASTER"
                                   TO WS-PTY-NAME(WS-PARTY-IDX)
                           NOT INVALID KEY
                               MOVE CUST-NAME
                                   TO WS-PTY-NAME(WS-PARTY-IDX)
                               IF WS-PARTY-IDX = 1
                                   MOVE CUST-NAME TO WS-INQ-NAME
                                   MOVE CUST-ADDR TO WS-INQ-ADDR
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM 160-GATHER-RELATED-ACCOUNTS
               END-IF
           END-IF.

       155-GATHER-PARTIES.
      * The account's entries sit together under its key; the
      * primary is moved to the front as it turns up.
           MOVE "N" TO WS-XREF-EOF.
           MOVE WS-INQ-ACC TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = WS-INQ-ACC
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

       160-GATHER-RELATED-ACCOUNTS.
      * Walk the cross-reference front to back collecting the other
      * accounts linked to the same customer; the file is small and
      * keyed by account, so the customer's entries are scattered.
           MOVE "N" TO WS-XREF-EOF.
           MOVE LOW-VALUES TO XREF-KEY.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
                           MOVE CRH-TEMPLATE
                               TO WS-LTR-TEMPLATE
                                      (WS-LETTER-COUNT)
                           MOVE CRH-DISPOSITION
                               TO WS-LTR-DISPOSITION
                                      (WS-LETTER-COUNT)
                       END-IF
                   END-READ
               END-PERFORM
           END-IF.

       500-QUOTE-PAYOFF.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               PERFORM 550-QUOTE-FROM-LEDGER
           ELSE
               PERFORM 560-QUOTE-FROM-SCHEDULE
           END-IF.
           PERFORM 570-JOURNAL-PAYOFF-QUOTE.

       550-QUOTE-FROM-LEDGER.
           INITIALIZE LOAN-PARAMS.
           MOVE "OK" TO ERROR-MSG.
           IF LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-PAID-THRU-DATE TO WS-FROM-DATE-NUM
           ELSE
               MOVE LOAN-ORIG-DATE TO WS-FROM-DATE-NUM
           END-IF.
           COMPUTE WS-INTEREST-DAYS =
                   (WS-RUN-YEAR * 360 + WS-RUN-MONTH * 30 + WS-RUN-DAY)
                   - (WS-FROM-YEAR * 360 + WS-FROM-MONTH * 30
                      + WS-FROM-DAY).
           IF WS-INTEREST-DAYS < 0
               MOVE 0 TO WS-INTEREST-DAYS
           END-IF.
           COMPUTE WS-PAYOFF-EST ROUNDED =
                   LOAN-ACTUAL-BALANCE
                   + LOAN-ACTUAL-BALANCE * LOAN-INT-RATE
                     * WS-INTEREST-DAYS / 36000.

       560-QUOTE-FROM-SCHEDULE.
           DIVIDE LOAN-ORIG-DATE BY 10000
               GIVING WS-ORIG-YEAR
               REMAINDER WS-ORIG-MMDD.
           MOVE WS-ELAPSED-MONTHS TO PAYOFF-QUOTE-MONTH.
           MOVE "ACCTINQ" TO AUDIT-SOURCE.
           CALL "loancalc" USING LOAN-PARAMS.
           MOVE PAYOFF-QUOTE-BALANCE TO WS-PAYOFF-EST.

       570-JOURNAL-PAYOFF-QUOTE.
      * A payoff figure handed out is the last step of the
      * account-takeover pattern rfscan watches for.
           MOVE SPACES        TO RF-EVENT-REC.
           MOVE WS-RUN-DATE   TO RFE-DATE.
           MOVE "PAYQUOTE"    TO RFE-EVENT.
           MOVE LOAN-ACCT-NO  TO RFE-ACCT.
           MOVE "ACCTINQ"     TO RFE-SOURCE.
           WRITE RF-EVENT-REC.

       600-DISPLAY-SCREEN.
           DISPLAY "----------------------------------------".
           DISPLAY "ACCOUNT:   " LOAN-ACCT-NO.
           MOVE WS-INQ-NAME TO MASK-VALUE.
           PERFORM 610-MASK-FOR-SCREEN.
           DISPLAY "NAME:      " MASK-VALUE(1:30).
           MOVE WS-INQ-ADDR TO MASK-VALUE.
           PERFORM 610-MASK-FOR-SCREEN.
           DISPLAY "ADDRESS:   " MASK-VALUE.
           IF WS-INQ-CUST-NO NOT = SPACES
               DISPLAY "CUSTOMER:  " WS-INQ-CUST-NO
           END-IF.
           IF WS-PARTY-COUNT > 0
               DISPLAY "PARTIES ON THE LOAN:"
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
                       PERFORM 610-MASK-FOR-SCREEN
                   END-IF
                   DISPLAY "           "
                           WS-PTY-CUST-NO(WS-PARTY-IDX) "  "
                           WS-ROLE-LABEL "  "
                           MASK-VALUE(1:30)
               END-PERFORM
           END-IF.
           DISPLAY "STATUS:    " LOAN-STATUS.
           MOVE LOAN-ORIG-PRIN TO WS-MONEY-EDIT.
           DISPLAY "ORIG PRIN: " WS-MONEY-EDIT
           DISPLAY "PAST DUE:  " WS-MONEY-EDIT
                   "  OPEN ITEMS: " WS-OPEN-ITEMS.
           DISPLAY "NEXT DUE:  " WS-NEXT-DUE.
           IF LOAN-ACTUAL-BALANCE NOT = 0
                   OR LOAN-PAID-THRU-DATE NOT = 0
               MOVE LOAN-ACTUAL-BALANCE TO WS-MONEY-EDIT
               DISPLAY "BALANCE:   " WS-MONEY-EDIT
                       "  PAID THRU: " LOAN-PAID-THRU-DATE
           ELSE
               MOVE WS-SCHED-BALANCE TO WS-MONEY-EDIT
               DISPLAY "BALANCE:   " WS-MONEY-EDIT
           END-IF.
           IF ERROR-MSG = "OK"
               MOVE WS-PAYOFF-EST TO WS-MONEY-EDIT
               DISPLAY "PAYOFF EST:" WS-MONEY-EDIT
           ELSE
               DISPLAY "PAYOFF EST: " ERROR-MSG
               DISPLAY "CORRESPONDENCE SENT:"
               PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                       UNTIL WS-LETTER-IDX > WS-LETTER-COUNT
                   EVALUATE WS-LTR-DISPOSITION(WS-LETTER-IDX)
                       WHEN "S"
                           DISPLAY "           "
                                   WS-LTR-DATE(WS-LETTER-IDX) "  "
                                   WS-LTR-TEMPLATE(WS-LETTER-IDX)
                                   "  SUPPRESSED - BAD ADDRESS"
                       WHEN "H"
                           DISPLAY "           "
                                   WS-LTR-DATE(WS-LETTER-IDX) "  "
                                   WS-LTR-TEMPLATE(WS-LETTER-IDX)
                                   "  HELD - SERVICE HOLD"
                       WHEN OTHER
                           DISPLAY "           "
                                   WS-LTR-DATE(WS-LETTER-IDX) "  "
                                   WS-LTR-TEMPLATE(WS-LETTER-IDX)
                   END-EVALUATE
               END-PERFORM
           END-IF.
           IF WS-RELATED-COUNT > 0
               END-PERFORM
           END-IF.
           DISPLAY "----------------------------------------".

       610-MASK-FOR-SCREEN.
      * Whatever is in MASK-VALUE goes to the screen masked unless
      * this inquiry's unmasked view was granted.
           IF WS-SHOW-UNMASKED = "N"
               CALL "maskdata" USING MASK-PARAMS
           END-IF.

       650-OFFER-UNMASKED-VIEW.
      * Names and addresses show masked; an operator whose role
      * permits it can have the screen again whole, through
      * unmaskvw, which logs the view with the reason given.
           DISPLAY "U for unmasked view, Enter to continue: "
               WITH NO ADVANCING.
           ACCEPT WS-UNMASK-CHOICE.
           IF WS-UNMASK-CHOICE = "U" OR WS-UNMASK-CHOICE = "u"
               MOVE LOAN-ACCT-NO TO UNM-ACCT
               CALL "unmaskvw" USING UNMASK-PARAMS
               IF UNM-IS-GRANTED
                   MOVE "Y" TO WS-SHOW-UNMASKED
                   PERFORM 600-DISPLAY-SCREEN
               END-IF
           END-IF.
