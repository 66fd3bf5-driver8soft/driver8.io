      ******************************************************************
      *
      * Shared inbound file arrival status record
      * ==========================================
      *
      * One line per expected inbound file on the "filestat" file,
      * written by filemon ahead of the night's first step: the
      * file, what the arrival check found, the records it held,
      * and whether the night holds or runs on without it.  filemon
      * rewrites the file every time it runs, so eonstat always
      * reads the check the stream actually started under.
      *
      ******************************************************************
       01 FILE-STAT-REC.
           05 FSTA-FILE-NAME    PIC X(10).
           05 FILLER            PIC X(01).
      * OK, NOT DUE, LATE (absent past its deadline), NOT IN (absent
      * ahead of its deadline), EMPTY, RANGE (records outside the
      * expected band), DUPLICATE (same content as a prior day).
           05 FSTA-RESULT       PIC X(09).
               88 FSTA-CLEAN         VALUE "OK", "NOT DUE".
           05 FILLER            PIC X(01).
           05 FSTA-RECORDS      PIC 9(09).
           05 FILLER            PIC X(01).
      * H = the stream is held for this file, C = it runs on.
           05 FSTA-DECISION     PIC X(01).
               88 FSTA-HOLD          VALUE "H".
               88 FSTA-CONTINUE      VALUE "C".
