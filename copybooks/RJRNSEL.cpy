      *----------------------------------------------------------------*
      * Shared recovery-journal selects (journal + prior copy of the
      * master being rewritten). COPY into FILE-CONTROL alongside a
      * program's other SELECT clauses. Requires RJRNWS.cpy to
      * already be COPY'd into WORKING-STORAGE.
      *----------------------------------------------------------------*
           SELECT RECOVERY-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-RJRN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RJRN-STATUS.

           SELECT RJ-PRIOR-FILE
           ASSIGN TO DYNAMIC WS-RJ-PRIOR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RJ-PRIOR-STATUS.
