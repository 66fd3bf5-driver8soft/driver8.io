      ******************************************************************
      *
      * Shared servicing-company record
      * ================================
      *
      * One line per legal entity on the line-sequential "company"
      * file, the servicers whose loans share this system: the
      * house company "001" and each affiliate serviced for.  A
      * company owns its own loans, products, investors and books.
      * The name, address, phone, taxpayer id and NMLS id head the
      * borrower statements and the 1098 forms, the bureau id
      * identifies the reporter on the credit-bureau extract, and
      * the role letters say which operator roles (O, I, A, S, see
      * menu) may work the company's loans; spaces lets every role
      * in.  A blank company code anywhere in the system means the
      * house company.  complook is the only program that reads
      * the file.
      *
      ******************************************************************
       01 COMPANY-REC.
           05 COMP-CODE          PIC X(03).
           05 FILLER             PIC X(01).
           05 COMP-NAME          PIC X(40).
           05 FILLER             PIC X(01).
           05 COMP-ADDR          PIC X(40).
           05 FILLER             PIC X(01).
           05 COMP-PHONE         PIC X(12).
           05 FILLER             PIC X(01).
           05 COMP-TIN           PIC X(09).
           05 FILLER             PIC X(01).
           05 COMP-NMLS-ID       PIC X(10).
           05 FILLER             PIC X(01).
           05 COMP-BUREAU-ID     PIC X(10).
           05 FILLER             PIC X(01).
           05 COMP-ROLES         PIC X(04).
