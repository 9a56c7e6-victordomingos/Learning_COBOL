      *----------------------------------------------------------------*
      * Shared payslip-archive file selects. COPY into FILE-CONTROL
      * alongside a program's other SELECT clauses. Requires
      * PSARWS.cpy to already be COPY'd into WORKING-STORAGE (for the
      * WS-PSA-/WS-PSS- paths and statuses).
      *----------------------------------------------------------------*
           SELECT PAYSLIP-ARCHIVE-FILE
           ASSIGN TO DYNAMIC WS-PSA-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSA-STATUS.
           SELECT PAYSLIP-STAGE-FILE
           ASSIGN TO DYNAMIC WS-PSS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PSS-STATUS.
