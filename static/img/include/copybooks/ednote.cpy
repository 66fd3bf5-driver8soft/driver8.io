      ******************************************************************
      *
      * Shared e-delivery notification record
      * ======================================
      *
      * One line per document delivered electronically, appended to
      * the "edocnote" file by stmtgen and corresp for the customer
      * portal, which emails the customer at the address given that
      * the document is ready and serves it off the "edocarch"
      * archive; see edocrec.cpy.
      *
      ******************************************************************
       01 EDOC-NOTIFY-REC.
           05 EDN-CUST-NO      PIC X(06).
           05 FILLER           PIC X(01).
           05 EDN-ACCT         PIC X(10).
           05 FILLER           PIC X(01).
           05 EDN-DOC-TYPE     PIC X(08).
           05 FILLER           PIC X(01).
           05 EDN-DATE         PIC 9(08).
           05 FILLER           PIC X(01).
           05 EDN-EMAIL        PIC X(50).
