      *----------------------------------------------------------------*
      * Shared crew-master record. COPY into FILE SECTION. One line
      * per pilot: crew code (as used in the flight-crew assignments
      * and in the pilot logbook), name and licence number.
      *----------------------------------------------------------------*
       FD  CREW-FILE.
       01  CREW-RECORD.
           05 CW-CODIGO  PIC X(6).
           05 CW-NOME    PIC X(30).
           05 CW-LICENCA PIC X(15).
