      *----------------------------------------------------------------*
      * Shared customer-notification outbox file select. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires NOTFWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for WS-NOTF-PATH / WS-NOTF-STATUS).
      *----------------------------------------------------------------*
           SELECT NOTIFICATION-OUTBOX-FILE
           ASSIGN TO DYNAMIC WS-NOTF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTF-STATUS.
