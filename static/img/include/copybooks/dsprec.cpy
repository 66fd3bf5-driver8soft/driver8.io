      ******************************************************************
      *
      * Shared borrower dispute case record
      * ====================================
      *
      * One record per dispute or qualified written request on the
      * indexed DISPUTES file, keyed by account and a case sequence
      * within the account: what the dispute is about (payment,
      * escrow, credit reporting, fees), how it came in (letter,
      * phone, or the bureaus' dispute system), the received date,
      * the acknowledgement and response deadlines - 5 and 30
      * business days on the "runcal" calendar - the operator who
      * owns it, when it was acknowledged and resolved, and the
      * resolution code.  Maintained by dspmaint, which queues the
      * acknowledgement and response letters to corresp; dspage ages
      * the open cases daily, and while a credit-reporting case is
      * open bureauex reports the account as disputed.
      *
      ******************************************************************
       01 DSP-RECORD.
           05 DSP-KEY.
               10 DSP-ACCT-NO     PIC X(10).
               10 DSP-CASE-SEQ    PIC 9(03).
           05 DSP-TYPE            PIC X(01).
               88 DSP-TYPE-PAYMENT    VALUE "P".
               88 DSP-TYPE-ESCROW     VALUE "E".
               88 DSP-TYPE-CREDIT     VALUE "C".
               88 DSP-TYPE-FEES       VALUE "F".
      * L letter, P phone, B bureau dispute system.
           05 DSP-CHANNEL         PIC X(01).
           05 DSP-RECEIVED-DATE   PIC 9(08).
           05 DSP-ACK-DUE         PIC 9(08).
           05 DSP-RESP-DUE        PIC 9(08).
           05 DSP-ACK-DATE        PIC 9(08).
           05 DSP-RESOLVED-DATE   PIC 9(08).
           05 DSP-OPERATOR        PIC X(08).
           05 DSP-STATUS          PIC X(01).
               88 DSP-ST-OPEN         VALUE "O".
               88 DSP-ST-ACKED        VALUE "A".
               88 DSP-ST-CLOSED       VALUE "C".
      * CO corrected, NE no error found, IP information provided,
      * WD withdrawn by the borrower; blank while open.
           05 DSP-RESOLUTION      PIC X(02).
