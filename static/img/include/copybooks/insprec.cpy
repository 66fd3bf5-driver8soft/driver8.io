      ******************************************************************
      *
      * Shared property-inspection tracking record
      * ============================================
      *
      * One record per account ever ordered an occupancy inspection
      * on the indexed INSPTRK file: when the last order went to the
      * vendor and whether it is still outstanding, how many have
      * been ordered, and the date, result, and fee of the last
      * inspection the vendor reported back.  inspord writes the
      * order side and keeps the 30-day reinspection window off it;
      * insprslt records the results and books the fee as an
      * INSPECT corporate advance.
      *
      ******************************************************************
       01 INSP-RECORD.
           05 INSP-ACCT-NO        PIC X(10).
           05 INSP-ORDER-DATE     PIC 9(08).
      * Y while an order is with the vendor and no result is back.
           05 INSP-OPEN-ORDER     PIC X(01).
           05 INSP-ORDER-COUNT    PIC 9(05).
           05 INSP-RESULT-DATE    PIC 9(08).
           05 INSP-RESULT         PIC X(01).
               88 INSP-RS-OCCUPIED    VALUE "O".
               88 INSP-RS-VACANT      VALUE "V".
               88 INSP-RS-DAMAGED     VALUE "D".
               88 INSP-RS-VALID       VALUE "O", "V", "D".
           05 INSP-LAST-FEE       PIC 9(05)V9(02).
           05 INSP-FEE-TOTAL      PIC 9(07)V9(02).
