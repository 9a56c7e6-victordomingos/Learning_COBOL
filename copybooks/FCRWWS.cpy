      *----------------------------------------------------------------*
      * Shared flight-crew working-storage. COPY into WORKING-STORAGE
      * SECTION. See FCRWP.cpy for the load, save and lookup
      * paragraphs.
      *----------------------------------------------------------------*
       01  WS-FCRW-PATH      PIC X(60) VALUE "..\flight-crew.txt".
       01  WS-FCRW-STATUS    PIC XX.
       01  WS-FCRW-ENV-VALUE PIC X(60).

       01  WS-FCRW-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FCRW-TABLE.
           05 WS-FCRW-ENTRY OCCURS 500 TIMES INDEXED BY FC-IDX.
               10 WS-FC-FLIGHT-ID PIC X(10).
               10 WS-FC-PIC       PIC X(6).
               10 WS-FC-COPILOTO  PIC X(6).
               10 WS-FC-LANCADO   PIC X.
               10 WS-FC-DATA      PIC 9(8).
       01  WS-FCRW-OVERFLOW PIC X VALUE "N".
       01  WS-FCRW-DIRTY    PIC X VALUE "N".

       01  WS-FCRW-LOOKUP-ID PIC X(10).
       01  WS-FCRW-FOUND     PIC X.
