      ******************************************************************
      *
      * Shared account service-hold record
      * ===================================
      *
      * One record per account and hold type on the indexed
      * ACCTHOLD file: the finer-grained day-to-day stops LOAN-STATUS
      * cannot express.  ACH stops the ACH draft (achorig), LTR
      * stops borrower letters during litigation (corresp,
      * dunlettr), LCH holds late charges while a dispute is pending
      * (latechg), CBR holds credit-bureau reporting (bureauex), and
      * DNC keeps the account off the collectors' call queue
      * (collque).  Each hold carries the date it starts, the date
      * it expires (zero for a hold that stands until released), the
      * reason and the operator who placed it.  A hold is in force
      * while ACTIVE from its start date through its expiry date;
      * holdmaint places, changes and releases holds, the consuming
      * programs ask svchold whether one applies, and holdrpt lists
      * the holds about to expire and the ones open too long and
      * marks the lapsed ones EXPIRED.
      *
      ******************************************************************
       01 HOLD-RECORD.
           05 HOLD-KEY.
               10 HOLD-ACCT-NO    PIC X(10).
               10 HOLD-TYPE       PIC X(03).
                   88 HOLD-TYPE-ACH       VALUE "ACH".
                   88 HOLD-TYPE-LETTERS   VALUE "LTR".
                   88 HOLD-TYPE-LATE-CHG  VALUE "LCH".
                   88 HOLD-TYPE-BUREAU    VALUE "CBR".
                   88 HOLD-TYPE-NO-CALL   VALUE "DNC".
                   88 HOLD-TYPE-VALID     VALUE "ACH", "LTR", "LCH",
                                                "CBR", "DNC".
           05 HOLD-START-DATE     PIC 9(08).
           05 HOLD-EXPIRY-DATE    PIC 9(08).
           05 HOLD-REASON         PIC X(20).
           05 HOLD-OPERATOR       PIC X(08).
           05 HOLD-STATUS         PIC X(01).
               88 HOLD-ST-ACTIVE      VALUE "A".
               88 HOLD-ST-RELEASED    VALUE "R".
               88 HOLD-ST-EXPIRED     VALUE "E".
           05 HOLD-PLACED-DATE    PIC 9(08).
           05 HOLD-RELEASED-DATE  PIC 9(08).
           05 HOLD-RELEASE-OPER   PIC X(08).
