      * moves freely between active, bankruptcy stay, and
      * foreclosure referral, and the stay/referral holds are
      * enforced where the money flows (latechg, collque, stmtgen).
      * A borrower under SCRA protection on the MILSTAT
      * military-status file cannot be referred to foreclosure.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-APPRQ-STATUS.

      * Servicemembers under SCRA protection; optional until
      * milmaint records the first.
           SELECT MILSTAT ASSIGN TO "MILSTAT"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MIL-ACCT-NO
           FILE STATUS IS WS-MILSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOANMSTR.
           COPY "loanrec.cpy".

      * Shared military-status record; see milrec.cpy.
       FD MILSTAT.
           COPY "milrec.cpy".

       FD STAT-TRANS.
           01 STAT-TRANS-REC.
               05 STRAN-ACC          PIC X(10).
           01 WS-APPRQ-IDX       PIC 9(03) VALUE ZEROES.
           01 WS-HISTORY-STATUS   PIC X(02) VALUE "00".
           01 WS-DELTA-STATUS     PIC X(02) VALUE "00".
           01 WS-MILSTAT-STATUS   PIC X(02) VALUE "00".
           01 WS-MILSTAT-OPEN     PIC X(01) VALUE "N".
           01 WS-ON-SCRA          PIC X(01) VALUE "N".
           01 WS-TRANS-EOF        PIC X(01) VALUE "N".
           01 WS-MSTR-EOF         PIC X(01) VALUE "N".

               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MILSTAT.
           IF WS-MILSTAT-STATUS = "00"
               MOVE "Y" TO WS-MILSTAT-OPEN
           END-IF.
           OPEN OUTPUT STAT-REPORT.
           OPEN EXTEND STAT-HISTORY.
           IF WS-HISTORY-STATUS = "35"
           PERFORM 800-STATUS-CENSUS.

           CLOSE LOANMSTR.
           IF WS-MILSTAT-OPEN = "Y"
               CLOSE MILSTAT
           END-IF.
           CLOSE STAT-HISTORY.
           CLOSE DELTA-FILE.
           CLOSE STAT-REPORT.
               MOVE LOAN-ACCT-NO TO WS-WANT-DETAIL
               PERFORM 910-CONSUME-APPROVAL
           END-IF.
           MOVE "N" TO WS-ON-SCRA.
           IF STRAN-NEW-STATUS = "F"
               PERFORM 260-CHECK-SCRA-PROTECTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-APPROVAL-OK = "N"
                   MOVE "NEEDS APPROVAL" TO WS-REJECT-REASON
               WHEN LOAN-ST-CLOSED AND STRAN-NEW-STATUS NOT = "A"
                   MOVE "ACCOUNT CLOSED" TO WS-REJECT-REASON
                   PERFORM 300-REJECT-CHANGE
               WHEN WS-ON-SCRA = "Y"
                   MOVE "SCRA PROTECTED" TO WS-REJECT-REASON
                   PERFORM 300-REJECT-CHANGE
               WHEN OTHER
                   MOVE SPACES TO STAT-HISTORY-REC
                   MOVE LOAN-ACCT-NO     TO SH-ACC
                   WRITE STAT-REPORT-REC
           END-EVALUATE.

       260-CHECK-SCRA-PROTECTION.
      * Protection runs from the start of active duty through
      * MIL-PROTECT-END, a year past its end; a referral keyed in
      * that window is refused, not parked.
           IF WS-MILSTAT-OPEN = "Y"
               MOVE LOAN-ACCT-NO TO MIL-ACCT-NO
               READ MILSTAT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MIL-DUTY-START <= WS-RUN-DATE
                               AND MIL-PROTECT-END >= WS-RUN-DATE
                           MOVE "Y" TO WS-ON-SCRA
                       END-IF
               END-READ
           END-IF.

       910-CONSUME-APPROVAL.
      * Look for a released entry matching the action and detail;
      * found, it is marked consumed and the file rewritten at
