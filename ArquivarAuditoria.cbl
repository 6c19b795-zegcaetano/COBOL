               10  ARQ-DATA            PIC 9(8).
               10  ARQ-HORA            PIC 9(8).
               10  ARQ-SEQ             PIC 9(3).
           05  ARQ-RESTO               PIC X(103).

       WORKING-STORAGE SECTION.
       77 WS-AUDITIDX-STATUS         PIC XX.
