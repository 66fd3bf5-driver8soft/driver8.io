      * hand-loaded copy of the master can finally be retired and a
      * partial sync cannot pass silently.  Built on pgcobol's
      * PQconnectdb/PQexec pattern and pgcuota's one-transaction
      * discipline.  The customer name goes over masked to its last
      * four characters; the mart has no need of it whole.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgloans.
      * Text edits of the master's fields for the VALUES list; the
      * name is scrubbed of quotes the way pgcobol's BUILD-QUERY
      * refuses unvalidated text, so free-form customer data cannot
      * splice SQL onto the statement.  It goes over masked.
       01 WS-NAME-CLEAN      PIC X(30) VALUE SPACES.
      * Shared masking parameter record; see maskparm.cpy.
       COPY "maskparm.cpy".
       01 WS-PRIN-EDIT       PIC Z(6)9.99.
       01 WS-RATE-EDIT       PIC Z9.99.
       01 WS-TERM-EDIT       PIC 99.
           GOBACK.

       UPSERT-LOAN.
           MOVE LOAN-CUST-NAME TO MASK-VALUE.
           CALL "maskdata" USING MASK-PARAMS.
           MOVE MASK-VALUE TO WS-NAME-CLEAN.
           INSPECT WS-NAME-CLEAN REPLACING ALL "'" BY " ".
           MOVE LOAN-ORIG-PRIN  TO WS-PRIN-EDIT.
           MOVE LOAN-INT-RATE   TO WS-RATE-EDIT.
