      *----------------------------------------------------------------*
      * Shared drive-off register file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * DROFWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-DROF-PATH / WS-DROF-STATUS).
      *----------------------------------------------------------------*
           SELECT DRIVE-OFF-FILE
           ASSIGN TO DYNAMIC WS-DROF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DROF-STATUS.
