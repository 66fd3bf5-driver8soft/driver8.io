      * many loans they hold, so an address change is one "C"
      * transaction instead of a loanmaint change per account that
      * never quite all get keyed.  "A"/"C"/"D" maintain the
      * customer record; "X" links a customer to a LOAN-ACCT-NO in
      * a borrower role - primary, co-borrower, co-signer,
      * guarantor, or non-borrowing spouse - and "U" unlinks one
      * customer from the account, or everyone on it when no
      * customer is given.  A loan carries up to ten parties and
      * one primary; linking a new primary replaces the old one,
      * the way a re-link always moved an account to its new
      * customer, and an "X" with no role links the primary.  The
      * primary is never moved to another role on its own, which
      * would leave the loan with no primary; the new primary is
      * linked first, and the old one can then take its new role.  A
      * link for an account not on LOANMSTR, or to a customer not
      * on the master, is rejected rather than left to dangle.
      * Every added or changed name and address is screened through
      * ofacchk against the SDN sanctions list; a potential hit is
      * rejected as held for review and goes through once
      * compliance clears the hit.  A changed address is appended
      * to the "rfevent" journal as an ADDRCHG event for the
      * nightly rfscan red-flags scan.  An "A" or "C" also carries
      * the customer's delivery preference - paper, electronic, or
      * both - with an email address and e-consent date; electronic
      * or both without an email and a consent date is rejected.
      * They carry the customer's borrower-alert opt-ins as well, a
      * "Y" or "N" per event, and the customer's relationship
      * statement election, "Y" for one combined statement across
      * their loans.  A changed address clears any bad-address flag
      * rtnmail set on the old one.  An "A" or "C" carries the
      * customer's phone number too; a "C" without one leaves the
      * number on file.  After the desk's transactions come the
      * CRM's customer changes, which crmkc takes off the
      * "customer-changes" topic and leaves on "crmtran" as "C"
      * transactions carrying the CRM's event id and only the
      * fields the CRM changed; the rest are filled from the master
      * and the change goes through the same edits.  Each event is
      * marked applied or rejected on the CRMJRNL journal so a rerun
      * passes it over, a rejected one is written to "crmrej" for
      * crmrejpk to publish back to the CRM, and the counts go to
      * "crmstat" for eonstat.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTXREF ASSIGN TO "CUSTXREF"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS XREF-KEY
           FILE STATUS IS WS-CUSTXREF-STATUS.

      * The loan master is read per link so a cross-reference can
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Change transactions crmkc builds from the CRM's customer-
      * change events, applied after the desk's own.
           SELECT CRM-TRANS-FILE ASSIGN TO "crmtran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMTRAN-STATUS.

      * The CRM event journal crmkc keeps by event id; each event
      * is marked applied or rejected here as it is worked.
           SELECT CRMJRNL ASSIGN TO "CRMJRNL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRMJ-EVENT-ID
           FILE STATUS IS WS-CRMJRNL-STATUS.

      * CRM events rejected here, for crmrejpk to publish back.
           SELECT CRM-REJECT-FILE ASSIGN TO "crmrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMREJ-STATUS.

      * The night's CRM event counts, read by eonstat.
           SELECT CRM-STAT-FILE ASSIGN TO "crmstat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-CRMSTAT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "custrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Red-flags activity journal read by the nightly rfscan.
           SELECT RF-EVENT-FILE ASSIGN TO "rfevent"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RFEVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTMSTR.
           COPY "custrec.cpy".

      * One entry per party on a linked account: the customer and
      * the role they hold on the loan.  Keyed account first, so an
      * account's parties read back together.  A role of space is a
      * link made before roles existed, and is the primary.
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
      * The parties liable on the note, who get its statements and
      * letters.
                   88 XREF-OBLIGOR        VALUE "P", "C", "S", SPACE.

       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Read into TRANS-REC in working storage, the layout the
      * CRM change transactions share; see custtran.cpy.
       FD TRANS-FILE.
           01 TRANS-FILE-REC     PIC X(204).

       FD CRM-TRANS-FILE.
           01 CRM-TRANS-FILE-REC PIC X(204).

      * Shared CRM event journal record; see crmjrn.cpy.
       FD CRMJRNL.
           COPY "crmjrn.cpy".

      * Shared CRM event rejection record; see crmrej.cpy.
       FD CRM-REJECT-FILE.
           COPY "crmrej.cpy".

      * Shared CRM event count record; see crmstat.cpy.
       FD CRM-STAT-FILE.
           COPY "crmstat.cpy".

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 FILLER             PIC X(01) VALUE SPACE.
               05 CREJECT-REASON     PIC X(20).

      * Shared red-flags activity event record; see rfevent.cpy.
       FD RF-EVENT-FILE.
           COPY "rfevent.cpy".

       WORKING-STORAGE SECTION.
           01 WS-CUSTMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-CUSTXREF-STATUS PIC X(02) VALUE "00".
           01 WS-LOANMSTR-STATUS PIC X(02) VALUE "00".
           01 WS-LOANMSTR-OPEN   PIC X(01) VALUE "N".
           01 WS-RFEVENT-STATUS  PIC X(02) VALUE "00".
           01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-ADD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-LINK-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-UNLINK-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-OFAC-HELD-COUNTER PIC 9(09) VALUE ZEROES.

      * The CRM change pass: its files, its counts, and whether the
      * journal was there to work it against.
           01 WS-CRMTRAN-STATUS  PIC X(02) VALUE "00".
           01 WS-CRMJRNL-STATUS  PIC X(02) VALUE "00".
           01 WS-CRMREJ-STATUS   PIC X(02) VALUE "00".
           01 WS-CRMSTAT-STATUS  PIC X(02) VALUE "00".
           01 WS-CRM-EOF         PIC X(01) VALUE "N".
           01 WS-CRM-HELD        PIC X(01) VALUE "N".
           01 WS-CRMJ-FOUND      PIC X(01) VALUE "N".
           01 WS-CRM-OUTCOME     PIC X(01) VALUE SPACE.
           01 WS-CRM-APPLIED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-CRM-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-CRM-SKIP-COUNTER    PIC 9(09) VALUE ZEROES.

      * Shared customer maintenance transaction record; see
      * custtran.cpy.
           COPY "custtran.cpy".

      * The parties already on the account a link or unlink works
      * against.
           01 WS-PARTY-TABLE.
               05 WS-PARTY-ENTRY OCCURS 10 TIMES.
                   10 WS-PTY-CUST-NO   PIC X(06).
                   10 WS-PTY-ROLE      PIC X(01).
           01 WS-PARTY-COUNT     PIC 9(02) VALUE ZEROES.
           01 WS-PARTY-IDX       PIC 9(02) VALUE ZEROES.
           01 WS-XREF-EOF        PIC X(01) VALUE "N".
           01 WS-ALREADY-LINKED  PIC X(01) VALUE "N".
           01 WS-WAS-PRIMARY     PIC X(01) VALUE "N".
           01 WS-LINK-ROLE       PIC X(01) VALUE SPACE.
           01 WS-DELIVERY-OK     PIC X(01) VALUE "Y".
           01 WS-OPTINS-OK       PIC X(01) VALUE "Y".
           01 WS-OPTIN-IDX       PIC 9(01) VALUE ZEROES.

      * Shared sanctions screening parameter record; see
      * ofacparm.cpy.
           COPY "ofacparm.cpy".

       PROCEDURE DIVISION.
      * First run has no files yet; create them the same OUTPUT-
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REJECT-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND RF-EVENT-FILE.
           IF WS-RFEVENT-STATUS = "35"
               OPEN OUTPUT RF-EVENT-FILE
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE INTO TRANS-REC
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           PERFORM 050-APPLY-CRM-CHANGES.

           MOVE "C" TO OFAC-FUNCTION.
           CALL "ofacchk" USING OFAC-PARAMS.
           CLOSE CUSTMSTR.
           CLOSE CUSTXREF.
           IF WS-LOANMSTR-OPEN = "Y"
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.
           CLOSE RF-EVENT-FILE.

           DISPLAY "CUSTOMERS ADDED: "   WS-ADD-COUNTER.
           DISPLAY "CUSTOMERS CHANGED: " WS-CHANGE-COUNTER.
           DISPLAY "ACCOUNTS LINKED: "   WS-LINK-COUNTER.
           DISPLAY "ACCOUNTS UNLINKED: " WS-UNLINK-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           DISPLAY "OFAC REVIEW HOLDS: " WS-OFAC-HELD-COUNTER.
           DISPLAY "CRM CHANGES APPLIED: "  WS-CRM-APPLIED-COUNTER.
           DISPLAY "CRM CHANGES REJECTED: " WS-CRM-REJECT-COUNTER.
           DISPLAY "CRM CHANGES ALREADY WORKED: " WS-CRM-SKIP-COUNTER.
           IF WS-CRM-HELD = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       050-APPLY-CRM-CHANGES.
      * Without the journal an event could not be marked, and a
      * rerun would apply it twice; the changes wait for a run
      * that has it.  Once worked, every change on "crmtran" is
      * applied or rejected, so the file is emptied.
           OPEN INPUT CRM-TRANS-FILE.
           IF WS-CRMTRAN-STATUS = "00"
               OPEN I-O CRMJRNL
               IF WS-CRMJRNL-STATUS NOT = "00"
                   DISPLAY "CRMJRNL OPEN FAILED, STATUS: "
                           WS-CRMJRNL-STATUS
                   DISPLAY "CRM CHANGES HELD FOR THE NEXT RUN"
                   MOVE "Y" TO WS-CRM-HELD
                   CLOSE CRM-TRANS-FILE
               ELSE
                   OPEN EXTEND CRM-REJECT-FILE
                   IF WS-CRMREJ-STATUS = "35"
                       OPEN OUTPUT CRM-REJECT-FILE
                   END-IF
                   MOVE "N" TO WS-CRM-EOF
                   PERFORM UNTIL WS-CRM-EOF = "Y"
                       READ CRM-TRANS-FILE INTO TRANS-REC
                       AT END MOVE "Y" TO WS-CRM-EOF
                       NOT AT END
                           PERFORM 060-APPLY-CRM-CHANGE
                       END-READ
                   END-PERFORM
                   CLOSE CRM-TRANS-FILE
                   CLOSE CRMJRNL
                   CLOSE CRM-REJECT-FILE
                   OPEN OUTPUT CRM-TRANS-FILE
                   CLOSE CRM-TRANS-FILE
                   PERFORM 080-WRITE-CRM-COUNTS
               END-IF
           END-IF.

       060-APPLY-CRM-CHANGE.
      * An event the journal already shows applied or rejected was
      * worked by an earlier run and is passed over.
           MOVE "Y" TO WS-CRMJ-FOUND.
           MOVE CTRAN-EVENT-ID TO CRMJ-EVENT-ID.
           READ CRMJRNL
               INVALID KEY
                   MOVE "N" TO WS-CRMJ-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN WS-CRMJ-FOUND = "Y" AND NOT CRMJ-QUEUED
                   ADD 1 TO WS-CRM-SKIP-COUNTER
               WHEN CTRAN-CODE NOT = "C"
                   MOVE "NOT A CHANGE" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM 120-CHANGE-CUSTOMER
           END-EVALUATE.

       080-WRITE-CRM-COUNTS.
           OPEN EXTEND CRM-STAT-FILE.
           IF WS-CRMSTAT-STATUS = "35"
               OPEN OUTPUT CRM-STAT-FILE
           END-IF.
           MOVE SPACES                 TO CRM-STAT-REC.
           MOVE "CUSTMAIN"             TO CRMS-STEP.
           MOVE 0                      TO CRMS-RECEIVED.
           MOVE 0                      TO CRMS-REDELIVERED.
           MOVE WS-CRM-APPLIED-COUNTER TO CRMS-APPLIED.
           MOVE WS-CRM-REJECT-COUNTER  TO CRMS-REJECTED.
           WRITE CRM-STAT-REC.
           CLOSE CRM-STAT-FILE.

       100-APPLY-TRANSACTION.
           EVALUATE CTRAN-CODE
               WHEN "A"
               MOVE "MISSING FIELD" TO CREJECT-REASON
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               PERFORM 112-CHECK-DELIVERY
               IF WS-DELIVERY-OK = "Y"
                   PERFORM 115-SCREEN-CUSTOMER
                   IF NOT OFAC-HIT
                       PERFORM 118-WRITE-CUSTOMER
                   END-IF
               END-IF
           END-IF.

       112-CHECK-DELIVERY.
      * Electronic delivery is only taken with somewhere to send it
      * and the customer's e-consent on record; paper needs neither.
           MOVE "Y" TO WS-DELIVERY-OK.
           MOVE "Y" TO WS-OPTINS-OK.
           PERFORM VARYING WS-OPTIN-IDX FROM 1 BY 1
                   UNTIL WS-OPTIN-IDX > 5
               IF NOT CTRAN-OPTIN-VALID(WS-OPTIN-IDX)
                   MOVE "N" TO WS-OPTINS-OK
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-OPTINS-OK = "N"
                   MOVE "N" TO WS-DELIVERY-OK
                   MOVE "BAD ALERT OPT-IN" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN NOT CTRAN-REL-VALID
                   MOVE "N" TO WS-DELIVERY-OK
                   MOVE "BAD REL STMT FLAG" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN NOT CTRAN-DLV-VALID
                   MOVE "N" TO WS-DELIVERY-OK
                   MOVE "BAD DELIVERY PREF" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               WHEN CTRAN-DLV-ELECTRONIC
                       AND (CTRAN-EMAIL = SPACES
                            OR CTRAN-ECONSENT-DATE NOT > 0)
                   MOVE "N" TO WS-DELIVERY-OK
                   MOVE "NO E-CONSENT" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
           END-EVALUATE.

       115-SCREEN-CUSTOMER.
           MOVE "S"           TO OFAC-FUNCTION.
           MOVE "C"           TO OFAC-PARTY-TYPE.
           MOVE CTRAN-CUST-NO TO OFAC-PARTY-ID.
           MOVE CTRAN-NAME    TO OFAC-NAME.
           MOVE CTRAN-ADDR    TO OFAC-ADDR.
           MOVE "custmain"    TO OFAC-CALLER.
           CALL "ofacchk" USING OFAC-PARAMS.
           IF OFAC-HIT
               ADD 1 TO WS-OFAC-HELD-COUNTER
               MOVE "OFAC REVIEW HOLD" TO CREJECT-REASON
               PERFORM 900-REJECT-TRANSACTION
           END-IF.

       118-WRITE-CUSTOMER.
           MOVE CTRAN-CUST-NO TO CUST-NO.
           MOVE CTRAN-NAME    TO CUST-NAME.
           MOVE CTRAN-ADDR    TO CUST-ADDR.
           MOVE CTRAN-DELIVERY-PREF TO CUST-DELIVERY-PREF.
           MOVE CTRAN-EMAIL         TO CUST-EMAIL.
           MOVE CTRAN-ECONSENT-DATE TO CUST-ECONSENT-DATE.
           MOVE CTRAN-ALERT-OPTINS  TO CUST-ALERT-OPTINS.
           MOVE CTRAN-REL-STMT      TO CUST-REL-STMT.
           MOVE CTRAN-PHONE         TO CUST-PHONE.
           MOVE SPACE               TO CUST-BAD-ADDR-FLAG.
           MOVE 0                   TO CUST-BAD-ADDR-DATE.
           MOVE SPACES              TO CUST-BAD-ADDR-REASON.
           WRITE CUST-RECORD
               INVALID KEY
                   MOVE "DUPLICATE CUSTOMER" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNTER
           END-WRITE.

       120-CHANGE-CUSTOMER.
           MOVE CTRAN-CUST-NO TO CUST-NO.
           READ CUSTMSTR
                   MOVE "CUSTOMER NOT ON FILE" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   IF CTRAN-EVENT-ID NOT = SPACES
                       PERFORM 121-FILL-FROM-MASTER
                   END-IF
                   PERFORM 112-CHECK-DELIVERY
                   IF WS-DELIVERY-OK = "Y"
                       PERFORM 122-APPLY-CHANGE
                   END-IF
           END-READ.

       121-FILL-FROM-MASTER.
      * A CRM change carries only what the CRM changed; everything
      * it left blank stays as the master has it.
           IF CTRAN-NAME = SPACES
               MOVE CUST-NAME TO CTRAN-NAME
           END-IF.
           IF CTRAN-ADDR = SPACES
               MOVE CUST-ADDR TO CTRAN-ADDR
           END-IF.
           IF CTRAN-DELIVERY-PREF = SPACE
               MOVE CUST-DELIVERY-PREF TO CTRAN-DELIVERY-PREF
           END-IF.
           IF CTRAN-EMAIL = SPACES
               MOVE CUST-EMAIL TO CTRAN-EMAIL
           END-IF.
           IF CTRAN-ECONSENT-DATE NOT > 0
               MOVE CUST-ECONSENT-DATE TO CTRAN-ECONSENT-DATE
           END-IF.
           PERFORM VARYING WS-OPTIN-IDX FROM 1 BY 1
                   UNTIL WS-OPTIN-IDX > 5
               IF CTRAN-OPTIN(WS-OPTIN-IDX) = SPACE
                   MOVE CUST-OPTIN(WS-OPTIN-IDX)
                       TO CTRAN-OPTIN(WS-OPTIN-IDX)
               END-IF
           END-PERFORM.
           IF CTRAN-REL-STMT = SPACE
               MOVE CUST-REL-STMT TO CTRAN-REL-STMT
           END-IF.

       122-APPLY-CHANGE.
           PERFORM 115-SCREEN-CUSTOMER.
           IF NOT OFAC-HIT
      * A new address is a fresh start for mail returned from the
      * old one.
               IF CTRAN-ADDR NOT = CUST-ADDR
                   PERFORM 125-JOURNAL-ADDRESS-CHANGE
                   MOVE SPACE  TO CUST-BAD-ADDR-FLAG
                   MOVE 0      TO CUST-BAD-ADDR-DATE
                   MOVE SPACES TO CUST-BAD-ADDR-REASON
               END-IF
               MOVE CTRAN-NAME TO CUST-NAME
               MOVE CTRAN-ADDR TO CUST-ADDR
               MOVE CTRAN-DELIVERY-PREF TO CUST-DELIVERY-PREF
               MOVE CTRAN-EMAIL         TO CUST-EMAIL
               MOVE CTRAN-ECONSENT-DATE TO CUST-ECONSENT-DATE
               MOVE CTRAN-ALERT-OPTINS  TO CUST-ALERT-OPTINS
               MOVE CTRAN-REL-STMT      TO CUST-REL-STMT
               IF CTRAN-PHONE NOT = SPACES
                   MOVE CTRAN-PHONE TO CUST-PHONE
               END-IF
               REWRITE CUST-RECORD
               ADD 1 TO WS-CHANGE-COUNTER
               IF CTRAN-EVENT-ID NOT = SPACES
                   ADD 1 TO WS-CRM-APPLIED-COUNTER
                   MOVE "A" TO WS-CRM-OUTCOME
                   PERFORM 170-JOURNAL-CRM-EVENT
               END-IF
           END-IF.

       125-JOURNAL-ADDRESS-CHANGE.
      * The customer number rides the event; rfscan spreads it to
      * every account linked to the customer.
           MOVE SPACES        TO RF-EVENT-REC.
           MOVE WS-RUN-DATE   TO RFE-DATE.
           MOVE "ADDRCHG"     TO RFE-EVENT.
           MOVE CTRAN-CUST-NO TO RFE-CUST-NO.
           MOVE "CUSTMAIN"    TO RFE-SOURCE.
           WRITE RF-EVENT-REC.

       130-DELETE-CUSTOMER.
           MOVE CTRAN-CUST-NO TO CUST-NO.
           DELETE CUSTMSTR
      * account has to exist on LOANMSTR and the customer on the
      * master, or "everything this customer has with us" starts
      * including accounts that are not there.
           IF NOT CTRAN-ROLE-VALID
               MOVE "BAD ROLE" TO CREJECT-REASON
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               MOVE CTRAN-CUST-NO TO CUST-NO
               READ CUSTMSTR
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE" TO CREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 145-LINK-CHECKED-ACCOUNT
               END-READ
           END-IF.

       145-LINK-CHECKED-ACCOUNT.
           IF WS-LOANMSTR-OPEN = "Y"
           END-IF.

       148-WRITE-LINK.
      * A re-link of a customer already on the account changes
      * their role.  A new primary replaces the old one, but the
      * primary cannot be moved to another role by itself: the loan
      * would be left with no primary, so the new primary is linked
      * first and the old one's role changed after.
           IF CTRAN-ROLE = SPACE
               MOVE "P" TO WS-LINK-ROLE
           ELSE
               MOVE CTRAN-ROLE TO WS-LINK-ROLE
           END-IF.
           PERFORM 160-GATHER-PARTIES.
           MOVE "N" TO WS-ALREADY-LINKED.
           MOVE "N" TO WS-WAS-PRIMARY.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
               IF WS-PTY-CUST-NO(WS-PARTY-IDX) = CTRAN-CUST-NO
                   MOVE "Y" TO WS-ALREADY-LINKED
                   IF WS-PTY-ROLE(WS-PARTY-IDX) = "P"
                           OR WS-PTY-ROLE(WS-PARTY-IDX) = SPACE
                       MOVE "Y" TO WS-WAS-PRIMARY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ALREADY-LINKED = "N" AND WS-PARTY-COUNT >= 10
               MOVE "TOO MANY PARTIES" TO CREJECT-REASON
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               IF WS-WAS-PRIMARY = "Y" AND WS-LINK-ROLE NOT = "P"
                   MOVE "NO PRIMARY LEFT" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               ELSE
                   IF WS-LINK-ROLE = "P"
                       PERFORM 149-DROP-OLD-PRIMARY
                   END-IF
                   MOVE CTRAN-ACCT-NO TO XREF-ACCT-NO
                   MOVE CTRAN-CUST-NO TO XREF-CUST-NO
                   MOVE WS-LINK-ROLE  TO XREF-ROLE
                   WRITE XREF-REC
                       INVALID KEY
                           REWRITE XREF-REC
                   END-WRITE
                   ADD 1 TO WS-LINK-COUNTER
               END-IF
           END-IF.

       149-DROP-OLD-PRIMARY.
           PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                   UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
               IF WS-PTY-CUST-NO(WS-PARTY-IDX) NOT = CTRAN-CUST-NO
                       AND (WS-PTY-ROLE(WS-PARTY-IDX) = "P"
                            OR WS-PTY-ROLE(WS-PARTY-IDX) = SPACE)
                   MOVE CTRAN-ACCT-NO TO XREF-ACCT-NO
                   MOVE WS-PTY-CUST-NO(WS-PARTY-IDX) TO XREF-CUST-NO
                   DELETE CUSTXREF
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           END-PERFORM.

       150-UNLINK-ACCOUNT.
      * With a customer, that one party comes off the account;
      * without one, the account is unlinked from everyone on it.
           IF CTRAN-CUST-NO NOT = SPACES
               MOVE CTRAN-ACCT-NO TO XREF-ACCT-NO
               MOVE CTRAN-CUST-NO TO XREF-CUST-NO
               DELETE CUSTXREF
                   INVALID KEY
                       MOVE "ACCOUNT NOT LINKED" TO CREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-UNLINK-COUNTER
               END-DELETE
           ELSE
               PERFORM 160-GATHER-PARTIES
               IF WS-PARTY-COUNT = 0
                   MOVE "ACCOUNT NOT LINKED" TO CREJECT-REASON
                   PERFORM 900-REJECT-TRANSACTION
               ELSE
                   PERFORM VARYING WS-PARTY-IDX FROM 1 BY 1
                           UNTIL WS-PARTY-IDX > WS-PARTY-COUNT
                       MOVE CTRAN-ACCT-NO TO XREF-ACCT-NO
                       MOVE WS-PTY-CUST-NO(WS-PARTY-IDX)
                           TO XREF-CUST-NO
                       DELETE CUSTXREF
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-PERFORM
                   ADD 1 TO WS-UNLINK-COUNTER
               END-IF
           END-IF.

       160-GATHER-PARTIES.
      * The account's entries sit together under its key; browse
      * from the first of them until the account changes.
           MOVE 0 TO WS-PARTY-COUNT.
           MOVE "N" TO WS-XREF-EOF.
           MOVE CTRAN-ACCT-NO TO XREF-ACCT-NO.
           MOVE LOW-VALUES TO XREF-CUST-NO.
           START CUSTXREF KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-EOF
           END-START.
           PERFORM UNTIL WS-XREF-EOF = "Y"
               READ CUSTXREF NEXT RECORD
               AT END MOVE "Y" TO WS-XREF-EOF
               NOT AT END
                   IF XREF-ACCT-NO NOT = CTRAN-ACCT-NO
                           OR WS-PARTY-COUNT >= 10
                       MOVE "Y" TO WS-XREF-EOF
                   ELSE
                       ADD 1 TO WS-PARTY-COUNT
                       MOVE XREF-CUST-NO
                           TO WS-PTY-CUST-NO(WS-PARTY-COUNT)
                       MOVE XREF-ROLE
                           TO WS-PTY-ROLE(WS-PARTY-COUNT)
                   END-IF
               END-READ
           END-PERFORM.

       170-JOURNAL-CRM-EVENT.
      * The event's journal record takes the outcome.  One crmkc
      * did not journal is recorded now, so it too is worked once.
           MOVE "Y" TO WS-CRMJ-FOUND.
           MOVE CTRAN-EVENT-ID TO CRMJ-EVENT-ID.
           READ CRMJRNL
               INVALID KEY
                   MOVE "N" TO WS-CRMJ-FOUND
           END-READ.
           MOVE WS-CRM-OUTCOME TO CRMJ-STATUS.
           MOVE WS-RUN-DATE    TO CRMJ-STATUS-DATE.
           IF CRMJ-REJECTED
               MOVE CREJECT-REASON TO CRMJ-REASON
           ELSE
               MOVE SPACES TO CRMJ-REASON
           END-IF.
           IF WS-CRMJ-FOUND = "Y"
               REWRITE CRM-JOURNAL-REC
           ELSE
               MOVE CTRAN-EVENT-ID TO CRMJ-EVENT-ID
               MOVE CTRAN-CUST-NO TO CRMJ-CUST-NO
               MOVE WS-RUN-DATE   TO CRMJ-RECV-DATE
               WRITE CRM-JOURNAL-REC
           END-IF.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE CTRAN-CUST-NO TO CREJECT-CUST.
           MOVE CTRAN-CODE    TO CREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.
           IF CTRAN-EVENT-ID NOT = SPACES
               PERFORM 910-REJECT-CRM-EVENT
           END-IF.

       910-REJECT-CRM-EVENT.
      * The CRM hears of its own rejects through crmrejpk.
           ADD 1 TO WS-CRM-REJECT-COUNTER.
           MOVE SPACES         TO CRM-REJECT-REC.
           MOVE CTRAN-EVENT-ID TO CRMR-EVENT-ID.
           MOVE CTRAN-CUST-NO  TO CRMR-CUST-NO.
           MOVE CREJECT-REASON TO CRMR-REASON.
           WRITE CRM-REJECT-REC.
           MOVE "J" TO WS-CRM-OUTCOME.
           PERFORM 170-JOURNAL-CRM-EVENT.
