      *----------------------------------------------------------------*
      * Shared crew-master working-storage. COPY into WORKING-STORAGE
      * SECTION. See CREWP.cpy for the load, save and lookup
      * paragraphs.
      *----------------------------------------------------------------*
       01  WS-CREW-PATH      PIC X(60) VALUE "..\crew.txt".
       01  WS-CREW-STATUS    PIC XX.
       01  WS-CREW-ENV-VALUE PIC X(60).

       01  WS-CREW-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CREW-TABLE.
           05 WS-CREW-ENTRY OCCURS 100 TIMES INDEXED BY CW-IDX.
               10 WS-CW-CODIGO  PIC X(6).
               10 WS-CW-NOME    PIC X(30).
               10 WS-CW-LICENCA PIC X(15).
       01  WS-CREW-OVERFLOW PIC X VALUE "N".
       01  WS-CREW-DIRTY    PIC X VALUE "N".

       01  WS-CREW-LOOKUP-COD PIC X(6).
       01  WS-CREW-FOUND      PIC X.
