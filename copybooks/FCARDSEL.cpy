      *----------------------------------------------------------------*
      * Shared fleet-card file selects. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * FCARDWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * the paths and file statuses).
      *----------------------------------------------------------------*
           SELECT FLEET-CARD-FILE
           ASSIGN TO DYNAMIC WS-FCARD-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FCARD-STATUS.

           SELECT FLEET-DECLINED-FILE
           ASSIGN TO DYNAMIC WS-FDECL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FDECL-STATUS.
