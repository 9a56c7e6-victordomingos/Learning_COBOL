      *----------------------------------------------------------------*
      * Shared pay-scales file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * PSCLWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-PSCL-PATH and WS-PSCL-STATUS).
      *----------------------------------------------------------------*
           SELECT PAY-SCALES-FILE
           ASSIGN TO DYNAMIC WS-PSCL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSCL-STATUS.
