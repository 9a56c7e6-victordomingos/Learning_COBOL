      *----------------------------------------------------------------*
      * Shared guardian-letters log file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires LTLGWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-LTLG-PATH and WS-LTLG-STATUS).
      *----------------------------------------------------------------*
           SELECT LETTER-LOG-FILE
           ASSIGN TO DYNAMIC WS-LTLG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LTLG-STATUS.
