      *
      * Maintains the indexed COLLMSTR collateral master from the
      * "colltran" transaction file, in the same style loanmaint
      * maintains LOANMSTR.  "A" boards a property with its address,
      * state code, county, ZIP, and original appraised value, "C"
      * corrects the address (and the state code, county, and ZIP,
      * each where one is supplied), "V"
      * records a dated valuation update, and "D" removes the
      * record.  An add for an account not on LOANMSTR is rejected
      * so collateral can never be carried for a loan that does not
               05 CLTRAN-PROP-ADDR   PIC X(40).
               05 CLTRAN-VALUE       PIC 9(09)V9(02).
               05 CLTRAN-VALUE-DATE  PIC 9(08).
               05 CLTRAN-PROP-STATE  PIC X(02).
               05 CLTRAN-PROP-COUNTY PIC X(20).
               05 CLTRAN-PROP-ZIP    PIC X(05).

       FD REJECT-FILE.
           01 MAINT-REJECT-REC.
                   MOVE CLTRAN-VALUE      TO COLL-ORIG-APPR
                   MOVE CLTRAN-VALUE      TO COLL-CURR-VALUE
                   MOVE CLTRAN-VALUE-DATE TO COLL-VALUE-DATE
                   MOVE CLTRAN-PROP-STATE TO COLL-PROP-STATE
                   MOVE CLTRAN-PROP-COUNTY TO COLL-PROP-COUNTY
                   MOVE CLTRAN-PROP-ZIP   TO COLL-PROP-ZIP
                   WRITE COLL-RECORD
                       INVALID KEY
                           MOVE "ALREADY ON FILE"
                   PERFORM 900-REJECT-TRANSACTION
               NOT INVALID KEY
                   MOVE CLTRAN-PROP-ADDR TO COLL-PROP-ADDR
                   IF CLTRAN-PROP-STATE NOT = SPACES
                       MOVE CLTRAN-PROP-STATE TO COLL-PROP-STATE
                   END-IF
                   IF CLTRAN-PROP-COUNTY NOT = SPACES
                       MOVE CLTRAN-PROP-COUNTY TO COLL-PROP-COUNTY
                   END-IF
                   IF CLTRAN-PROP-ZIP NOT = SPACES
                       MOVE CLTRAN-PROP-ZIP TO COLL-PROP-ZIP
                   END-IF
                   REWRITE COLL-RECORD
                   ADD 1 TO WS-CHANGE-COUNTER
           END-READ.
