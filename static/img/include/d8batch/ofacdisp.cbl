      ******************************************************************
      *
      * Sanctions Hit Disposition Maintenance
      * ======================================
      *
      * Records compliance's review of the potential sanctions hits
      * ofacchk leaves on the OFACHITS file, from the "ofactran"
      * transaction file, in the same style collmain maintains
      * COLLMSTR.  Each transaction names the hit - party type,
      * party id, and SDN entry - and the reviewing operator.  "C"
      * clears it as a false positive, releasing the boarding,
      * customer, assumption, or payee it held on the next run; "F"
      * confirms it as a true match, which holds for good.  A hit
      * not on file, an operator not on OPERATORS, or any change to
      * a confirmed hit is rejected.  After the transactions are
      * applied every hit on file is listed with its disposition on
      * the "ofacreg" register, the record the examiners review.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofacdisp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFACHITS ASSIGN TO "OFACHITS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OH-KEY
           FILE STATUS IS WS-OFACHITS-STATUS.

      * The operator file the sign-on maintains; optional, and
      * without it any reviewer is taken as keyed.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATORS"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT TRANS-FILE ASSIGN TO "ofactran"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "ofacrej"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT HIT-REGISTER ASSIGN TO "ofacreg"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Shared screening hit record; see ofachit.cpy.
       FD OFACHITS.
           COPY "ofachit.cpy".

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

       FD TRANS-FILE.
           01 TRANS-REC.
               05 OFTRAN-CODE        PIC X(01).
               05 OFTRAN-PARTY-TYPE  PIC X(01).
               05 OFTRAN-PARTY-ID    PIC X(20).
               05 OFTRAN-SDN-ID      PIC X(10).
               05 OFTRAN-OPERATOR    PIC X(08).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
               05 OFREJECT-TYPE      PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 OFREJECT-PARTY-ID  PIC X(20).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 OFREJECT-SDN-ID    PIC X(10).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 OFREJECT-TRAN-CODE PIC X(01).
               05 FILLER             PIC X(01) VALUE SPACE.
               05 OFREJECT-REASON    PIC X(20).

       FD HIT-REGISTER.
           01 HIT-REGISTER-REC PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-OFACHITS-STATUS  PIC X(02) VALUE "00".
           01 WS-OFACHITS-EOF     PIC X(01) VALUE "N".
           01 WS-OPERATOR-STATUS  PIC X(02) VALUE "00".
           01 WS-OPERATOR-OPEN    PIC X(01) VALUE "N".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-RUN-DATE         PIC 9(08) VALUE ZEROES.

           01 WS-CLEAR-COUNTER    PIC 9(09) VALUE ZEROES.
           01 WS-CONFIRM-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-REJECT-COUNTER   PIC 9(09) VALUE ZEROES.
           01 WS-PENDING-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-CLEARED-COUNTER  PIC 9(09) VALUE ZEROES.
           01 WS-CONFIRMED-COUNTER PIC 9(09) VALUE ZEROES.

           01 WS-HEADER-LINE.
               05 FILLER PIC X(02) VALUE "T".
               05 FILLER PIC X(21) VALUE "PARTY".
               05 FILLER PIC X(11) VALUE "SDN ENTRY".
               05 FILLER PIC X(04) VALUE "SCR".
               05 FILLER PIC X(09) VALUE "FOUND".
               05 FILLER PIC X(11) VALUE "DISP".
               05 FILLER PIC X(09) VALUE "DATE".
               05 FILLER PIC X(08) VALUE "OPERATOR".

           01 WS-DETAIL-LINE.
               05 WS-DTL-TYPE      PIC X(01).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-PARTY-ID  PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-SDN-ID    PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-SCORE     PIC ZZ9.
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-FOUND     PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-DISP      PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-DISP-DATE PIC 9(08).
               05 FILLER           PIC X(01) VALUE SPACES.
               05 WS-DTL-OPERATOR  PIC X(08).

           01 WS-TOTAL-LINE.
               05 WS-TOT-LABEL     PIC X(26).
               05 WS-TOT-VALUE     PIC Z(8)9.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O OFACHITS.
           IF WS-OFACHITS-STATUS = "35"
               CLOSE OFACHITS
               OPEN OUTPUT OFACHITS
               CLOSE OFACHITS
               OPEN I-O OFACHITS
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               MOVE "Y" TO WS-OPERATOR-OPEN
           END-IF.
           OPEN INPUT TRANS-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT HIT-REGISTER.

           PERFORM UNTIL WS-EOF = "Y"
               READ TRANS-FILE
               AT END MOVE "Y" TO WS-EOF
               NOT AT END
                   PERFORM 100-APPLY-TRANSACTION
               END-READ
           END-PERFORM.

           PERFORM 500-WRITE-REGISTER.
           PERFORM 950-WRITE-REGISTER-TOTALS.

           CLOSE OFACHITS.
           IF WS-OPERATOR-OPEN = "Y"
               CLOSE OPERATOR-FILE
           END-IF.
           CLOSE TRANS-FILE.
           CLOSE REJECT-FILE.
           CLOSE HIT-REGISTER.

           DISPLAY "HITS CLEARED: "         WS-CLEAR-COUNTER.
           DISPLAY "HITS CONFIRMED: "       WS-CONFIRM-COUNTER.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNTER.
           DISPLAY "HITS PENDING REVIEW: "  WS-PENDING-COUNTER.
           GOBACK.

       100-APPLY-TRANSACTION.
           MOVE SPACES TO OFREJECT-REASON.
           IF OFTRAN-CODE NOT = "C" AND OFTRAN-CODE NOT = "F"
               MOVE "UNKNOWN TRAN CODE" TO OFREJECT-REASON
           ELSE
               PERFORM 110-READ-HIT
           END-IF.
           IF OFREJECT-REASON = SPACES
               PERFORM 117-CHECK-OPERATOR
           END-IF.
           IF OFREJECT-REASON NOT = SPACES
               PERFORM 900-REJECT-TRANSACTION
           ELSE
               PERFORM 150-RECORD-DISPOSITION
           END-IF.

       110-READ-HIT.
           MOVE OFTRAN-PARTY-TYPE TO OH-PARTY-TYPE.
           MOVE OFTRAN-PARTY-ID   TO OH-PARTY-ID.
           MOVE OFTRAN-SDN-ID     TO OH-SDN-ID.
           READ OFACHITS
               INVALID KEY
                   MOVE "HIT NOT ON FILE" TO OFREJECT-REASON
               NOT INVALID KEY
                   IF OH-CONFIRMED
                       MOVE "HIT CONFIRMED" TO OFREJECT-REASON
                   END-IF
           END-READ.

       117-CHECK-OPERATOR.
           IF OFTRAN-OPERATOR = SPACES
               MOVE "NO OPERATOR" TO OFREJECT-REASON
           ELSE
               IF WS-OPERATOR-OPEN = "Y"
                   MOVE OFTRAN-OPERATOR TO OPER-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "UNKNOWN OPERATOR"
                               TO OFREJECT-REASON
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-IF
           END-IF.

       150-RECORD-DISPOSITION.
           MOVE OFTRAN-CODE     TO OH-DISPOSITION.
           MOVE WS-RUN-DATE     TO OH-DISP-DATE.
           MOVE OFTRAN-OPERATOR TO OH-DISP-OPERATOR.
           REWRITE OFAC-HIT-RECORD.
           IF OH-CLEARED
               ADD 1 TO WS-CLEAR-COUNTER
           ELSE
               ADD 1 TO WS-CONFIRM-COUNTER
           END-IF.

       500-WRITE-REGISTER.
           MOVE WS-HEADER-LINE TO HIT-REGISTER-REC.
           WRITE HIT-REGISTER-REC.
           MOVE LOW-VALUES TO OH-KEY.
           START OFACHITS KEY IS NOT LESS THAN OH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OFACHITS-EOF
           END-START.
           PERFORM UNTIL WS-OFACHITS-EOF = "Y"
               READ OFACHITS NEXT RECORD
               AT END MOVE "Y" TO WS-OFACHITS-EOF
               NOT AT END
                   PERFORM 510-LIST-HIT
               END-READ
           END-PERFORM.

       510-LIST-HIT.
           EVALUATE TRUE
               WHEN OH-CLEARED
                   ADD 1 TO WS-CLEARED-COUNTER
                   MOVE "CLEARED"   TO WS-DTL-DISP
               WHEN OH-CONFIRMED
                   ADD 1 TO WS-CONFIRMED-COUNTER
                   MOVE "CONFIRMED" TO WS-DTL-DISP
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNTER
                   MOVE "PENDING"   TO WS-DTL-DISP
           END-EVALUATE.
           MOVE OH-PARTY-TYPE    TO WS-DTL-TYPE.
           MOVE OH-PARTY-ID      TO WS-DTL-PARTY-ID.
           MOVE OH-SDN-ID        TO WS-DTL-SDN-ID.
           MOVE OH-SCORE         TO WS-DTL-SCORE.
           MOVE OH-FOUND-DATE    TO WS-DTL-FOUND.
           MOVE OH-DISP-DATE     TO WS-DTL-DISP-DATE.
           MOVE OH-DISP-OPERATOR TO WS-DTL-OPERATOR.
           MOVE WS-DETAIL-LINE TO HIT-REGISTER-REC.
           WRITE HIT-REGISTER-REC.

       900-REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNTER.
           MOVE OFTRAN-PARTY-TYPE TO OFREJECT-TYPE.
           MOVE OFTRAN-PARTY-ID   TO OFREJECT-PARTY-ID.
           MOVE OFTRAN-SDN-ID     TO OFREJECT-SDN-ID.
           MOVE OFTRAN-CODE       TO OFREJECT-TRAN-CODE.
           WRITE MAINT-REJECT-REC.
           MOVE 4 TO RETURN-CODE.

       950-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO HIT-REGISTER-REC.
           WRITE HIT-REGISTER-REC.

           MOVE "HITS PENDING REVIEW:"   TO WS-TOT-LABEL.
           MOVE WS-PENDING-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HIT-REGISTER-REC.
           WRITE HIT-REGISTER-REC.

           MOVE "HITS CLEARED:"          TO WS-TOT-LABEL.
           MOVE WS-CLEARED-COUNTER       TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HIT-REGISTER-REC.
           WRITE HIT-REGISTER-REC.

           MOVE "HITS CONFIRMED:"        TO WS-TOT-LABEL.
           MOVE WS-CONFIRMED-COUNTER     TO WS-TOT-VALUE.
           MOVE WS-TOTAL-LINE TO HIT-REGISTER-REC.
           WRITE HIT-REGISTER-REC.
