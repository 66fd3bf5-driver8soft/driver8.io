      ******************************************************************
      *
      * Shared mortgage-insurance certificate record
      * =============================================
      *
      * One record per insured loan on the indexed MICERT file,
      * keyed by account: the MI carrier the premium is remitted
      * to, the carrier's certificate number, and the coverage
      * percent.  Maintained by mimaint.  When pmicanc stops a
      * loan's PMI it stamps the cancellation date here and marks
      * the certificate cancelled, and miremit's monthly remittance
      * tells the carrier about every certificate cancelled in the
      * month so the carrier stops billing for the coverage.
      *
      ******************************************************************
       01 MI-RECORD.
           05 MI-ACCT-NO          PIC X(10).
           05 MI-CARRIER          PIC X(10).
           05 MI-CERT-NO          PIC X(15).
           05 MI-COVERAGE-PCT     PIC 9(02)V9(02).
           05 MI-STATUS           PIC X(01).
               88 MI-ST-ACTIVE        VALUE "A", " ".
               88 MI-ST-CANCELLED     VALUE "C".
           05 MI-CANCEL-DATE      PIC 9(08).
