      *----------------------------------------------------------------*
      * Shared pilot-logbook working-storage. COPY into
      * WORKING-STORAGE SECTION. See PLOGP.cpy for the open/append
      * paragraphs.
      *----------------------------------------------------------------*
       01  WS-PLOG-PATH      PIC X(60) VALUE "..\pilot-logbook.txt".
       01  WS-PLOG-ENV-VALUE PIC X(60).
       01  WS-PLOG-STATUS    PIC XX.
