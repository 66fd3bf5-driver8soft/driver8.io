      ******************************************************************
      *
      * Shared CRM customer-change journal record
      * ==========================================
      *
      * One record per customer-change event the CRM publishes on
      * the "customer-changes" topic, on the indexed CRMJRNL file
      * keyed by the CRM's event id.  crmkc writes the record as it
      * takes the event off the topic - queued when it has been
      * turned into a custmain change transaction, rejected when it
      * could not be - and custmain marks a queued event applied or
      * rejected once its edits have run.  Because the event id is
      * the key, a message the broker delivers a second time finds
      * its record already here and is not applied again.
      *
      ******************************************************************
       01 CRM-JOURNAL-REC.
           05 CRMJ-EVENT-ID     PIC X(36).
           05 CRMJ-CUST-NO      PIC X(06).
           05 CRMJ-RECV-DATE    PIC 9(08).
           05 CRMJ-STATUS       PIC X(01).
               88 CRMJ-QUEUED       VALUE "Q".
               88 CRMJ-APPLIED      VALUE "A".
               88 CRMJ-REJECTED     VALUE "J".
           05 CRMJ-STATUS-DATE  PIC 9(08).
           05 CRMJ-REASON       PIC X(20).
