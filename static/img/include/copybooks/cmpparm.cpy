      ******************************************************************
      *
      * Shared company-lookup parameter record
      * =======================================
      *
      * The record programs CALL "complook" with.  Function "L"
      * looks a company code up on the company file (see
      * comprec.cpy) and comes back with its name, address, phone,
      * taxpayer id, NMLS id and bureau id.  Function "A" asks
      * whether an operator role may work the company's loans.
      * A blank code is taken as the house company "001" and is
      * handed back that way, so callers can key on CMP-CODE.
      * CMP-RESULT is "Y" when the company is found (L) or the
      * role is allowed (A), "N" otherwise.
      *
      ******************************************************************
       01 CMP-PARAMS.
           05 CMP-FUNCTION     PIC X(01).
               88 CMP-FN-LOOKUP   VALUE "L".
               88 CMP-FN-AUTHORIZE VALUE "A".
           05 CMP-CODE         PIC X(03).
           05 CMP-ROLE         PIC X(01).
           05 CMP-RESULT       PIC X(01).
               88 CMP-FOUND       VALUE "Y".
               88 CMP-ALLOWED     VALUE "Y".
           05 CMP-NAME         PIC X(40).
           05 CMP-ADDR         PIC X(40).
           05 CMP-PHONE        PIC X(12).
           05 CMP-TIN          PIC X(09).
           05 CMP-NMLS-ID      PIC X(10).
           05 CMP-BUREAU-ID    PIC X(10).
