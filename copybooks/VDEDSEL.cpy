      *----------------------------------------------------------------*
      * Shared voluntary-deductions file selects. COPY into
      * FILE-CONTROL alongside a program's other SELECT clauses.
      * Requires VDEDWS.cpy to already be COPY'd into WORKING-STORAGE
      * (for the WS-VDC-/WS-VDE-/WS-VDL- paths and statuses).
      *----------------------------------------------------------------*
           SELECT DEDUCTION-CODES-FILE
           ASSIGN TO DYNAMIC WS-VDC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VDC-STATUS.
           SELECT DEDUCTION-ENROL-FILE
           ASSIGN TO DYNAMIC WS-VDE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VDE-STATUS.
           SELECT VOLDED-LEDGER-FILE
           ASSIGN TO DYNAMIC WS-VDL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VDL-STATUS.
