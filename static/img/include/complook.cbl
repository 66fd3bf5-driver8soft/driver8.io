      ******************************************************************
      *
      * Servicing-Company Lookup Subroutine
      * ====================================
      *
      * CALLed with a company code by every program that has to know
      * whose loan it is holding: the statement, 1098 and bureau
      * runs for the entity's name and identifiers, loanbrd and
      * loanmaint to prove a code is real, and the inquiry and
      * collection screens to ask whether the signed-on role may
      * work the company's loans.  The "company" file is read once,
      * on the first call, into a table.  A blank code is the house
      * company "001".  A site with no company file is a one-entity
      * shop: the house company is found under a blank name and
      * every role may work it.
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. complook.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-FILE ASSIGN TO "company"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-COMPANY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Shared servicing-company record; see comprec.cpy.
       FD COMPANY-FILE.
           COPY "comprec.cpy".

       WORKING-STORAGE SECTION.
           01 WS-COMPANY-STATUS   PIC X(02) VALUE "00".
           01 WS-COMPANY-ON-FILE  PIC X(01) VALUE "N".
           01 WS-FIRST-CALL       PIC X(01) VALUE "Y".
           01 WS-EOF              PIC X(01) VALUE "N".
           01 WS-COMP-COUNT       PIC 9(02) VALUE 0.
           01 WS-COMP-IDX         PIC 9(02) VALUE 0.
           01 WS-COMP-HIT         PIC 9(02) VALUE 0.
           01 WS-ROLE-IDX         PIC 9(01) VALUE 0.

      * One entry per line of the company file.
           01 WS-COMP-TABLE.
               05 WS-COMP-ENTRY OCCURS 20 TIMES.
                   10 WS-CT-CODE      PIC X(03).
                   10 WS-CT-NAME      PIC X(40).
                   10 WS-CT-ADDR      PIC X(40).
                   10 WS-CT-PHONE     PIC X(12).
                   10 WS-CT-TIN       PIC X(09).
                   10 WS-CT-NMLS-ID   PIC X(10).
                   10 WS-CT-BUREAU-ID PIC X(10).
                   10 WS-CT-ROLES     PIC X(04).

       LINKAGE SECTION.
      * Shared company-lookup parameter record; see cmpparm.cpy.
           COPY "cmpparm.cpy".

       PROCEDURE DIVISION USING BY REFERENCE CMP-PARAMS.

       000-MAIN.
           IF WS-FIRST-CALL = "Y"
               PERFORM 100-LOAD-COMPANIES
               MOVE "N" TO WS-FIRST-CALL
           END-IF.

           IF CMP-CODE = SPACES
               MOVE "001" TO CMP-CODE
           END-IF.
           MOVE "N"    TO CMP-RESULT.
           MOVE SPACES TO CMP-NAME CMP-ADDR CMP-PHONE CMP-TIN
                          CMP-NMLS-ID CMP-BUREAU-ID.

           MOVE 0 TO WS-COMP-HIT.
           PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
                   UNTIL WS-COMP-IDX > WS-COMP-COUNT
               IF WS-CT-CODE (WS-COMP-IDX) = CMP-CODE
                   MOVE WS-COMP-IDX TO WS-COMP-HIT
               END-IF
           END-PERFORM.

           IF WS-COMPANY-ON-FILE = "N"
      * No company file: only the house company exists, and
      * anyone may work it.
               IF CMP-CODE = "001"
                   MOVE "Y" TO CMP-RESULT
               END-IF
               GOBACK
           END-IF.

           IF WS-COMP-HIT = 0
               GOBACK
           END-IF.

           MOVE WS-CT-NAME (WS-COMP-HIT)      TO CMP-NAME.
           MOVE WS-CT-ADDR (WS-COMP-HIT)      TO CMP-ADDR.
           MOVE WS-CT-PHONE (WS-COMP-HIT)     TO CMP-PHONE.
           MOVE WS-CT-TIN (WS-COMP-HIT)       TO CMP-TIN.
           MOVE WS-CT-NMLS-ID (WS-COMP-HIT)   TO CMP-NMLS-ID.
           MOVE WS-CT-BUREAU-ID (WS-COMP-HIT) TO CMP-BUREAU-ID.

           IF CMP-FN-LOOKUP
               MOVE "Y" TO CMP-RESULT
               GOBACK
           END-IF.

           IF WS-CT-ROLES (WS-COMP-HIT) = SPACES
               MOVE "Y" TO CMP-RESULT
           ELSE
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > 4
                   IF WS-CT-ROLES (WS-COMP-HIT) (WS-ROLE-IDX:1)
                           = CMP-ROLE
                           AND CMP-ROLE NOT = SPACE
                       MOVE "Y" TO CMP-RESULT
                   END-IF
               END-PERFORM
           END-IF.
           GOBACK.

       100-LOAD-COMPANIES.
           OPEN INPUT COMPANY-FILE.
           IF WS-COMPANY-STATUS = "00"
               MOVE "Y" TO WS-COMPANY-ON-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ COMPANY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM 110-ADD-COMPANY
                   END-READ
               END-PERFORM
               CLOSE COMPANY-FILE
           END-IF.

       110-ADD-COMPANY.
           IF COMP-CODE NOT = SPACES AND WS-COMP-COUNT < 20
               ADD 1 TO WS-COMP-COUNT
               MOVE COMP-CODE      TO WS-CT-CODE (WS-COMP-COUNT)
               MOVE COMP-NAME      TO WS-CT-NAME (WS-COMP-COUNT)
               MOVE COMP-ADDR      TO WS-CT-ADDR (WS-COMP-COUNT)
               MOVE COMP-PHONE     TO WS-CT-PHONE (WS-COMP-COUNT)
               MOVE COMP-TIN       TO WS-CT-TIN (WS-COMP-COUNT)
               MOVE COMP-NMLS-ID   TO WS-CT-NMLS-ID (WS-COMP-COUNT)
               MOVE COMP-BUREAU-ID TO WS-CT-BUREAU-ID (WS-COMP-COUNT)
               MOVE COMP-ROLES     TO WS-CT-ROLES (WS-COMP-COUNT)
           END-IF.
