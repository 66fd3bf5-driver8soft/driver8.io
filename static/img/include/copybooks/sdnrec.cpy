      ******************************************************************
      *
      * Shared SDN sanctions list record
      * =================================
      *
      * One line per entry on the "sdnlist" file, the Specially
      * Designated Nationals list as published and converted for
      * us: the publication date of the list the entry came from
      * (the same on every line, and what tells ofacscan the list
      * has changed), the list's own entry number, the name, and the
      * first address on the entry where there is one.
      *
      ******************************************************************
       01 SDN-REC.
           05 SDN-LIST-DATE   PIC 9(08).
           05 FILLER          PIC X(01).
           05 SDN-ID          PIC X(10).
           05 FILLER          PIC X(01).
           05 SDN-NAME        PIC X(40).
           05 FILLER          PIC X(01).
           05 SDN-ADDR        PIC X(40).
