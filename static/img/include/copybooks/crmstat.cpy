      ******************************************************************
      *
      * Shared CRM event count record
      * ==============================
      *
      * The night's CRM customer-change counts on the "crmstat" file,
      * one line per step that handles the events.  crmkc starts the
      * file with the events it received, the redeliveries it
      * skipped and the events it rejected outright; custmain
      * appends the events it applied and the ones its edits
      * rejected.  eonstat adds the lines up for its report.
      *
      ******************************************************************
       01 CRM-STAT-REC.
           05 CRMS-STEP         PIC X(08).
           05 FILLER            PIC X(01).
           05 CRMS-RECEIVED     PIC 9(09).
           05 FILLER            PIC X(01).
           05 CRMS-REDELIVERED  PIC 9(09).
           05 FILLER            PIC X(01).
           05 CRMS-APPLIED      PIC 9(09).
           05 FILLER            PIC X(01).
           05 CRMS-REJECTED     PIC 9(09).
