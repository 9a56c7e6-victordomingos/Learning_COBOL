      *----------------------------------------------------------------*
      * Shared report-archive selects (report index, report spool and
      * the report just closed, read back into the spool). COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires SPOOLWS.cpy to already be COPY'd into WORKING-STORAGE.
      *----------------------------------------------------------------*
           SELECT REPORT-INDEX-FILE
           ASSIGN TO DYNAMIC WS-RIDX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RIDX-STATUS.

           SELECT REPORT-SPOOL-FILE
           ASSIGN TO DYNAMIC WS-SPOOL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPOOL-STATUS.

           SELECT SPOOL-SOURCE-FILE
           ASSIGN TO DYNAMIC WS-SPL-SOURCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPL-SOURCE-STATUS.
