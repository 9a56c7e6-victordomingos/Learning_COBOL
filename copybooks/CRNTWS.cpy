      *----------------------------------------------------------------*
      * Shared corporate-rentals ledger working-storage. COPY into
      * WORKING-STORAGE SECTION. ACCEPT WS-CRNT-ENV-VALUE FROM
      * ENVIRONMENT "CORPORATE_RENTALS_FILE" to override the path.
      * Programs append to the ledger with OPEN EXTEND (OPEN OUTPUT
      * on status "35").
      *----------------------------------------------------------------*
       01  WS-CRNT-PATH      PIC X(60)
           VALUE "..\corporate-rentals.txt".
       01  WS-CRNT-ENV-VALUE PIC X(60).
       01  WS-CRNT-STATUS    PIC XX.
