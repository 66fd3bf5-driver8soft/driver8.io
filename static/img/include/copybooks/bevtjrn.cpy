      ******************************************************************
      *
      * Shared borrower alert journal record
      * =====================================
      *
      * One line per borrower alert bevtpk sends, appended to the
      * "bevtjrnl" journal: the customer it went to, the account and
      * event, the event's date and amount, and whether it published
      * or went to the dead-letter file for dlreplay to retry.
      * histinq reads it so the desk can see what the borrower was
      * told and when.
      *
      ******************************************************************
       01 BEV-JOURNAL-REC.
           05 BVJ-DATE         PIC 9(08).
           05 FILLER           PIC X(01).
           05 BVJ-CUST-NO      PIC X(06).
           05 FILLER           PIC X(01).
           05 BVJ-ACCT         PIC X(10).
           05 FILLER           PIC X(01).
           05 BVJ-EVENT        PIC X(08).
           05 FILLER           PIC X(01).
           05 BVJ-EVENT-DATE   PIC 9(08).
           05 FILLER           PIC X(01).
           05 BVJ-AMOUNT       PIC 9(07)V9(02).
           05 FILLER           PIC X(01).
           05 BVJ-STATUS       PIC X(01).
               88 BVJ-PUBLISHED     VALUE "P".
               88 BVJ-DEAD-LETTERED VALUE "D".
