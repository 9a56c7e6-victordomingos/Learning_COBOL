      *----------------------------------------------------------------*
      * Shared sales-documents register select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires SDOCWS.cpy to already be COPY'd into WORKING-STORAGE.
      *----------------------------------------------------------------*
           SELECT SALES-DOCS-FILE
           ASSIGN TO DYNAMIC WS-SDOC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SDOC-STATUS.
