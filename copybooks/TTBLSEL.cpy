      *----------------------------------------------------------------*
      * Shared weekly timetable file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * TTBLWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-TTBL-PATH and WS-TTBL-STATUS).
      *----------------------------------------------------------------*
           SELECT TIMETABLE-FILE
           ASSIGN TO DYNAMIC WS-TTBL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TTBL-STATUS.
