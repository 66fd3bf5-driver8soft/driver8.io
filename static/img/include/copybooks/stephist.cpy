      ******************************************************************
      *
      * Shared batch step timing history record
      * ========================================
      *
      * One line per step run on the "stephist" file, appended by
      * batchdrv as each step finishes and kept from night to night
      * where "steplog" is not: the business date, the step, its
      * start and end times and elapsed seconds (a step that runs
      * past midnight still measures true), its return code, and
      * the records on the volume file stepdefs names for it.
      * steptrnd reads it for the weekly trend report.
      *
      ******************************************************************
       01 STEP-HIST-REC.
           05 SHS-RUN-DATE      PIC 9(08).
           05 FILLER            PIC X(01).
           05 SHS-NAME          PIC X(10).
           05 FILLER            PIC X(01).
           05 SHS-START-TIME    PIC 9(08).
           05 FILLER            PIC X(01).
           05 SHS-END-TIME      PIC 9(08).
           05 FILLER            PIC X(01).
           05 SHS-ELAPSED       PIC 9(06).
           05 FILLER            PIC X(01).
           05 SHS-RC            PIC 9(04).
           05 FILLER            PIC X(01).
      * Zero when stepdefs names no volume file for the step.
           05 SHS-RECORDS       PIC 9(09).
