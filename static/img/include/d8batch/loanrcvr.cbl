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


      * Mirrors apprvctl's own FD APPROVAL-QUEUE layout field for
               05 WS-BACKOUT-ENTRY OCCURS 500 TIMES.
                   10 WS-BK-TRAN-CODE  PIC X(01).
                   10 WS-BK-ACCT       PIC X(10).
                   10 WS-BK-BEFORE     PIC X(207).
           01 WS-BACKOUT-COUNT   PIC 9(03) VALUE ZEROES.
           01 WS-BACKOUT-IDX     PIC S9(03) VALUE ZEROES.

