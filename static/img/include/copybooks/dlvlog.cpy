      ******************************************************************
      *
      * Shared document delivery log record
      * ====================================
      *
      * One line per copy of a document sent, appended to the
      * "dlvlog" delivery log by stmtgen and corresp as each copy
      * goes out, and counted by channel for the month by dlvrpt.
      * The channel is P for paper by preference (or for want of an
      * email address and e-consent on file), E for electronic, and
      * R for paper the law requires even though the customer takes
      * documents electronically.  A customer who takes both gets a
      * P and an E line for the one document.
      *
      ******************************************************************
       01 DLV-LOG-REC.
           05 DLV-DATE         PIC 9(08).
           05 FILLER           PIC X(01).
           05 DLV-SOURCE       PIC X(08).
           05 FILLER           PIC X(01).
           05 DLV-DOC-TYPE     PIC X(08).
           05 FILLER           PIC X(01).
           05 DLV-ACCT         PIC X(10).
           05 FILLER           PIC X(01).
           05 DLV-CUST-NO      PIC X(06).
           05 FILLER           PIC X(01).
           05 DLV-CHANNEL      PIC X(01).
               88 DLV-PAPER         VALUE "P".
               88 DLV-ELECTRONIC    VALUE "E".
               88 DLV-PAPER-REQUIRED VALUE "R".
