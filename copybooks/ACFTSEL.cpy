      *----------------------------------------------------------------*
      * Shared aircraft-master file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * ACFTWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-ACFT-PATH and WS-ACFT-STATUS).
      *----------------------------------------------------------------*
           SELECT AIRCRAFT-FILE
           ASSIGN TO DYNAMIC WS-ACFT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACFT-STATUS.
