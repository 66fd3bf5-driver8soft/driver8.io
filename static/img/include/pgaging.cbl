      * loudly.  The dashboards stop starting from a file copy
      * somebody remembers to fetch.  Built on pgcobol's
      * PQconnectdb/PQexec pattern and pgloans' one-transaction
      * discipline.  The customer name goes over masked to its last
      * four characters; the dashboards have no need of it whole.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pgaging.

      * Text edits for the VALUES lists; the free-form name is
      * scrubbed of quotes the way pgloans scrubs the customer
      * name, and goes over masked.
       01 WS-NAME-CLEAN      PIC X(30) VALUE SPACES.
      * Shared masking parameter record; see maskparm.cpy.
       COPY "maskparm.cpy".
       01 WS-AMOUNT-EDIT     PIC Z(8)9.99.
       01 WS-RANK-EDIT       PIC 9(04).

           MOVE "N" TO WS-EOF.

       INSERT-QUEUE-ROW.
           MOVE WQ-CUST-NAME TO MASK-VALUE.
           CALL "maskdata" USING MASK-PARAMS.
           MOVE MASK-VALUE TO WS-NAME-CLEAN.
           INSPECT WS-NAME-CLEAN REPLACING ALL "'" BY " ".
           MOVE WQ-PAST-DUE TO WS-AMOUNT-EDIT.
           MOVE WQ-RANK     TO WS-RANK-EDIT.
