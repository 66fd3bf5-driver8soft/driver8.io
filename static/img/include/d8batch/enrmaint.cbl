      * and the achorig origination batch drafts the enrolled
      * accounts' banks from the same record, so a borrower who
      * enrolls in biweekly payments, standing extra principal, or
      * autopay is finally serviced the way they elected.  An ACH
      * election set up, or moved to a different bank account, is
      * appended to the "rfevent" journal as a BANKCHG event for
      * the nightly rfscan red-flags scan, and is marked for a
      * zero-dollar prenote: achorig holds the account until
      * achpnote has sent the prenote and its window has passed
      * without a return.  Corrected bank details the bank sends
      * back as notifications of change arrive from achpnote on
      * "noctran" and are applied after the keyed transactions,
      * through the same edits; the bank supplied them, so they
      * need no prenote and raise no BANKCHG event.  Every add,
      * change, and delete applied is journaled with the election's
      * before and after images on "enrjrnl".
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

      * Notification-of-change corrections staged by achpnote.
           SELECT NOC-TRANS-FILE ASSIGN TO "noctran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-NOCTRAN-STATUS.

           SELECT REJECT-FILE ASSIGN TO "erejects"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-DELTA-STATUS.

      * Before and after image of every election changed.
           SELECT ENROLL-JOURNAL ASSIGN TO "enrjrnl"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-ENRJRNL-STATUS.

      * Red-flags activity journal read by the nightly rfscan.
           SELECT RF-EVENT-FILE ASSIGN TO "rfevent"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-RFEVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One election per enrolled account; accounts with no record
               05 ENROLL-ACH-FLAG    PIC X(01).
               05 ENROLL-ABA         PIC 9(09).
               05 ENROLL-BANK-ACCT   PIC X(17).
      * C checking, S savings; blank (an older record) is checking.
               05 ENROLL-ACCT-TYPE   PIC X(01).
      * Prenote progress on the ACH details: P waiting to be sent,
      * S sent and inside its window, F returned by the bank, V
      * verified.  Blank is an election that never needed one.
      * achorig drafts only a blank or V election.
               05 ENROLL-PRENOTE-STATUS PIC X(01).
               05 ENROLL-PRENOTE-DATE PIC 9(08).

      * Keyed transactions and NOC corrections share a layout; see
      * enrtran.cpy.
       FD TRANS-FILE.
           01 TRANS-FILE-REC     PIC X(59).

       FD NOC-TRANS-FILE.
           01 NOC-TRANS-FILE-REC PIC X(59).

       FD ENROLL-JOURNAL.
           01 ENROLL-JOURNAL-REC.
               05 EJ-DATE            PIC 9(08).
               05 FILLER             PIC X(01).
               05 EJ-TRAN-CODE       PIC X(01).
               05 FILLER             PIC X(01).
      * KEY for a keyed transaction, the C-code for a correction.
               05 EJ-SOURCE          PIC X(03).
               05 FILLER             PIC X(01).
               05 EJ-ACCT-NO         PIC X(10).
               05 FILLER             PIC X(01).
               05 EJ-BEFORE-IMAGE    PIC X(57).
               05 FILLER             PIC X(01).
               05 EJ-AFTER-IMAGE     PIC X(57).

       FD DELTA-FILE.
           01 DELTA-REC.
               05 FILLER             PIC X(01) VALUE SPACE.
               05 EREJECT-REASON     PIC X(20).

      * Shared red-flags activity event record; see rfevent.cpy.
       FD RF-EVENT-FILE.
           COPY "rfevent.cpy".

       WORKING-STORAGE SECTION.
           01 WS-PAYENROL-STATUS PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS    PIC X(02) VALUE "00".
           01 WS-RFEVENT-STATUS  PIC X(02) VALUE "00".
           01 WS-NOCTRAN-STATUS  PIC X(02) VALUE "00".
           01 WS-ENRJRNL-STATUS  PIC X(02) VALUE "00".
           01 WS-RUN-DATE        PIC 9(08) VALUE ZEROES.
           01 WS-EOF             PIC X(01) VALUE "N".
           01 WS-ADD-COUNTER     PIC 9(09) VALUE ZEROES.
           01 WS-CHANGE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-DELETE-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-NOC-APPLIED-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-NOC-REJECT-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-PRENOTE-COUNTER PIC 9(09) VALUE ZEROES.
           01 WS-REJECTS-BEFORE  PIC 9(09) VALUE ZEROES.
           01 WS-BEFORE-IMAGE    PIC X(57) VALUE SPACES.

      * Shared enrollment transaction record; see enrtran.cpy.
           COPY "enrtran.cpy".

       PROCEDURE DIVISION.
           OPEN I-O PAYENROL.
           IF WS-DELTA-STATUS = "35"
               OPEN OUTPUT DELTA-FILE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND RF-EVENT-FILE.
           IF WS-RFEVENT-STATUS = "35"
               OPEN OUTPUT RF-EVENT-FILE
           END-IF.
           OPEN EXTEND ENROLL-JOURNAL.
           IF WS-ENRJRNL-STATUS = "35"
               OPEN OUTPUT ENROLL-JOURNAL
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE INTO TRANS-REC
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.
           PERFORM 050-APPLY-NOC-CHANGES.

           CLOSE PAYENROL.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.
           CLOSE DELTA-FILE.
           CLOSE RF-EVENT-FILE.
           CLOSE ENROLL-JOURNAL.

           DISPLAY "ENROLLMENTS ADDED: "   WS-ADD-COUNTER.
           DISPLAY "ENROLLMENTS CHANGED: " WS-CHANGE-COUNTER.
           DISPLAY "ENROLLMENTS DELETED: " WS-DELETE-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           DISPLAY "PRENOTES REQUIRED: "   WS-PRENOTE-COUNTER.
           DISPLAY "NOC CHANGES APPLIED: " WS-NOC-APPLIED-COUNTER.
           DISPLAY "NOC CHANGES REJECTED: " WS-NOC-REJECT-COUNTER.
           GOBACK.

       050-APPLY-NOC-CHANGES.
      * Every correction on "noctran" is applied or rejected, so
      * the file is emptied once worked.
           OPEN INPUT NOC-TRANS-FILE.
           IF WS-NOCTRAN-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ NOC-TRANS-FILE INTO TRANS-REC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE WS-REJECT-COUNTER TO WS-REJECTS-BEFORE
                       IF ETRAN-CODE = "C"
                          AND ETRAN-NOC-CODE NOT = SPACES
                           PERFORM 120-CHANGE-ENROLLMENT
                       ELSE
                           MOVE "NOT A NOC CHANGE" TO EREJECT-REASON
                           PERFORM 900-REJECT-TRANSACTION
                       END-IF
                       IF WS-REJECT-COUNTER = WS-REJECTS-BEFORE
                           ADD 1 TO WS-NOC-APPLIED-COUNTER
                       ELSE
                           ADD 1 TO WS-NOC-REJECT-COUNTER
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE NOC-TRANS-FILE
               OPEN OUTPUT NOC-TRANS-FILE
               CLOSE NOC-TRANS-FILE
           END-IF.

       100-APPLY-TRANSACTION.
           EVALUATE ETRAN-CODE
               WHEN "A"
                            OR ETRAN-ABA = 0
                            OR ETRAN-BANK-ACCT = SPACES)
                   MOVE "BAD BANK DETAILS" TO EREJECT-REASON
               WHEN NOT ETRAN-TYPE-VALID
                   MOVE "INVALID ACCT TYPE" TO EREJECT-REASON
               WHEN ETRAN-NOC-CODE NOT = SPACES
                       AND ETRAN-ACH-FLAG NOT = "Y"
                   MOVE "NOC ON NON-ACH" TO EREJECT-REASON
           END-EVALUATE.
           IF ETRAN-ACCT-TYPE = SPACE AND ETRAN-ACH-FLAG = "Y"
               MOVE "C" TO ETRAN-ACCT-TYPE
           END-IF.

       110-ADD-ENROLLMENT.
           PERFORM 105-VALIDATE-ELECTION.
               MOVE ETRAN-ACH-FLAG  TO ENROLL-ACH-FLAG
               MOVE ETRAN-ABA       TO ENROLL-ABA
               MOVE ETRAN-BANK-ACCT TO ENROLL-BANK-ACCT
               MOVE ETRAN-ACCT-TYPE TO ENROLL-ACCT-TYPE
               MOVE SPACE           TO ENROLL-PRENOTE-STATUS
               MOVE 0               TO ENROLL-PRENOTE-DATE
               IF ETRAN-ACH-FLAG = "Y"
                   MOVE "P" TO ENROLL-PRENOTE-STATUS
               END-IF
               MOVE SPACES TO WS-BEFORE-IMAGE
               WRITE ENROLL-REC
                   INVALID KEY
                       MOVE "ALREADY ENROLLED" TO EREJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-COUNTER
                       PERFORM 940-STAMP-DELTA
                       PERFORM 950-JOURNAL-ENROLLMENT
                       IF ETRAN-ACH-FLAG = "Y"
                           ADD 1 TO WS-PRENOTE-COUNTER
                           PERFORM 945-JOURNAL-BANK-CHANGE
                       END-IF
               END-WRITE
           END-IF.

                       MOVE "NOT ENROLLED" TO EREJECT-REASON
                       PERFORM 900-REJECT-TRANSACTION
                   NOT INVALID KEY
                       MOVE ENROLL-REC TO WS-BEFORE-IMAGE
                       PERFORM 125-SET-PRENOTE-STATUS
                       MOVE ETRAN-PAY-FREQ  TO ENROLL-PAY-FREQ
                       MOVE ETRAN-EXTRA-PMT TO ENROLL-EXTRA-PMT
                       MOVE ETRAN-ACH-FLAG  TO ENROLL-ACH-FLAG
                       MOVE ETRAN-ABA       TO ENROLL-ABA
                       MOVE ETRAN-BANK-ACCT TO ENROLL-BANK-ACCT
                       MOVE ETRAN-ACCT-TYPE TO ENROLL-ACCT-TYPE
                       REWRITE ENROLL-REC
                       ADD 1 TO WS-CHANGE-COUNTER
                       PERFORM 940-STAMP-DELTA
                       PERFORM 950-JOURNAL-ENROLLMENT
               END-READ
           END-IF.

       125-SET-PRENOTE-STATUS.
      * Keyed ACH details that are new, or differ from the ones on
      * file, are a new place for the debit to come from: they are
      * journaled for rfscan and prenoted before the next draft.
      * Details the bank corrected through a notification of change
      * are the bank's own and count as verified.  Dropping ACH
      * clears the prenote altogether.
           EVALUATE TRUE
               WHEN ETRAN-ACH-FLAG NOT = "Y"
                   MOVE SPACE TO ENROLL-PRENOTE-STATUS
                   MOVE 0     TO ENROLL-PRENOTE-DATE
               WHEN ETRAN-NOC-CODE NOT = SPACES
                   MOVE "V"         TO ENROLL-PRENOTE-STATUS
                   MOVE WS-RUN-DATE TO ENROLL-PRENOTE-DATE
               WHEN ENROLL-ACH-FLAG NOT = "Y"
               WHEN ETRAN-ABA NOT = ENROLL-ABA
               WHEN ETRAN-BANK-ACCT NOT = ENROLL-BANK-ACCT
               WHEN ETRAN-ACCT-TYPE NOT = ENROLL-ACCT-TYPE
                       AND ENROLL-ACCT-TYPE NOT = SPACE
                   PERFORM 945-JOURNAL-BANK-CHANGE
                   MOVE "P" TO ENROLL-PRENOTE-STATUS
                   MOVE 0   TO ENROLL-PRENOTE-DATE
                   ADD 1 TO WS-PRENOTE-COUNTER
      * The same details re-keyed after the bank returned their
      * prenote go out for another.
               WHEN ENROLL-PRENOTE-STATUS = "F"
                   MOVE "P" TO ENROLL-PRENOTE-STATUS
                   MOVE 0   TO ENROLL-PRENOTE-DATE
                   ADD 1 TO WS-PRENOTE-COUNTER
           END-EVALUATE.

       130-DELETE-ENROLLMENT.
           MOVE ETRAN-ACCT-NO TO ENROLL-ACCT-NO.
           READ PAYENROL
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE ENROLL-REC TO WS-BEFORE-IMAGE
           END-READ.
           DELETE PAYENROL
               INVALID KEY
                   MOVE "NOT ENROLLED" TO EREJECT-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNTER
                   PERFORM 940-STAMP-DELTA
                   MOVE SPACES TO ENROLL-REC
                   PERFORM 950-JOURNAL-ENROLLMENT
           END-DELETE.

       940-STAMP-DELTA.
           MOVE ETRAN-ACCT-NO TO DELTA-ACC.
           WRITE DELTA-REC.

       945-JOURNAL-BANK-CHANGE.
      * A new place for the debit to come from is one step of the
      * account-takeover pattern rfscan watches for.
           MOVE SPACES        TO RF-EVENT-REC.
           MOVE WS-RUN-DATE   TO RFE-DATE.
           MOVE "BANKCHG"     TO RFE-EVENT.
           MOVE ETRAN-ACCT-NO TO RFE-ACCT.
           MOVE "ENRMAINT"    TO RFE-SOURCE.
           WRITE RF-EVENT-REC.

       950-JOURNAL-ENROLLMENT.
      * The election as it stood and as it stands now; an add has
      * no before image and a delete no after image.
           MOVE SPACES          TO ENROLL-JOURNAL-REC.
           MOVE WS-RUN-DATE     TO EJ-DATE.
           MOVE ETRAN-CODE      TO EJ-TRAN-CODE.
           IF ETRAN-NOC-CODE = SPACES
               MOVE "KEY"       TO EJ-SOURCE
           ELSE
               MOVE ETRAN-NOC-CODE TO EJ-SOURCE
           END-IF.
           MOVE ETRAN-ACCT-NO   TO EJ-ACCT-NO.
           MOVE WS-BEFORE-IMAGE TO EJ-BEFORE-IMAGE.
           MOVE ENROLL-REC      TO EJ-AFTER-IMAGE.
           WRITE ENROLL-JOURNAL-REC.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE ETRAN-ACCT-NO TO EREJECT-ACC.
