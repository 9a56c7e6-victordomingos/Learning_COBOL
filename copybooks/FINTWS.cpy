      *----------------------------------------------------------------*
      * Shared internal fuel issue register working-storage. COPY into
      * WORKING-STORAGE SECTION. See FINTP.cpy for the paragraphs
      * that set the path and append to the register.
      *----------------------------------------------------------------*
       01  WS-FINT-PATH      PIC X(60) VALUE "..\fuel-internal.txt".
       01  WS-FINT-ENV-VALUE PIC X(60).
       01  WS-FINT-STATUS    PIC XX.
