      ******************************************************************
      *
      * Shared e-delivery archive record
      * =================================
      *
      * One printed line of a document delivered electronically,
      * appended to the "edocarch" e-delivery archive by stmtgen and
      * corresp in place of the print-vendor file.  Each line is
      * tagged with the customer, the account, the document (STMT
      * for a statement, the template id for a letter), the run
      * date, and its place in the document, so the portal can
      * present any document exactly as it would have printed.
      *
      ******************************************************************
       01 EDOC-ARCHIVE-REC.
           05 EDA-CUST-NO      PIC X(06).
           05 FILLER           PIC X(01).
           05 EDA-ACCT         PIC X(10).
           05 FILLER           PIC X(01).
           05 EDA-DOC-TYPE     PIC X(08).
           05 FILLER           PIC X(01).
           05 EDA-DATE         PIC 9(08).
           05 FILLER           PIC X(01).
           05 EDA-LINE-NO      PIC 9(04).
           05 FILLER           PIC X(01).
           05 EDA-TEXT         PIC X(80).
