      *----------------------------------------------------------------*
      * Shared flight-aircraft working-storage. COPY into
      * WORKING-STORAGE SECTION. See FLACP.cpy for the load, save and
      * lookup paragraphs.
      *----------------------------------------------------------------*
       01  WS-FLAC-PATH      PIC X(60) VALUE "..\flight-aircraft.txt".
       01  WS-FLAC-STATUS    PIC XX.
       01  WS-FLAC-ENV-VALUE PIC X(60).

       01  WS-FLAC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FLAC-TABLE.
           05 WS-FLAC-ENTRY OCCURS 500 TIMES INDEXED BY FA-IDX.
               10 WS-FA-FLIGHT-ID PIC X(10).
               10 WS-FA-MATRICULA PIC X(10).
               10 WS-FA-HORAS     PIC 9(3)V99.
               10 WS-FA-DATA      PIC 9(8).
       01  WS-FLAC-OVERFLOW PIC X VALUE "N".
       01  WS-FLAC-DIRTY    PIC X VALUE "N".

       01  WS-FLAC-LOOKUP-ID PIC X(10).
       01  WS-FLAC-FOUND     PIC X.
