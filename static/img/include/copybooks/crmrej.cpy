      ******************************************************************
      *
      * Shared CRM event rejection record
      * ==================================
      *
      * One line per CRM customer-change event that could not be
      * applied, appended to the "crmrej" file: by crmkc for an
      * event it could not read, and by custmain for one that failed
      * its edits or named a customer not on CUSTMSTR.  crmrejpk
      * publishes each line back to the CRM on the "crm-rejections"
      * topic and empties the file.
      *
      ******************************************************************
       01 CRM-REJECT-REC.
           05 CRMR-EVENT-ID     PIC X(36).
           05 FILLER            PIC X(01).
           05 CRMR-CUST-NO      PIC X(06).
           05 FILLER            PIC X(01).
           05 CRMR-REASON       PIC X(20).
