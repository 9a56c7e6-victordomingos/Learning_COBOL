      *----------------------------------------------------------------*
      * Shared scholarship-rules file select. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * SCHRWS.cpy to already be COPY'd into WORKING-STORAGE (for
      * WS-SCHR-PATH and WS-SCHR-STATUS).
      *----------------------------------------------------------------*
           SELECT SCHOLARSHIP-RULES-FILE
           ASSIGN TO DYNAMIC WS-SCHR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHR-STATUS.
