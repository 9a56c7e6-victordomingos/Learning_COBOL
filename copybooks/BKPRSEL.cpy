      *----------------------------------------------------------------*
      * Shared book-list order proposals file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires BKPRWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-BKPR-PATH / WS-BKPR-STATUS).
      *----------------------------------------------------------------*
           SELECT BOOKLIST-PROPOSAL-FILE
           ASSIGN TO DYNAMIC WS-BKPR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BKPR-STATUS.
