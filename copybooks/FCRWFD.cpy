      *----------------------------------------------------------------*
      * Shared flight-crew record. COPY into FILE SECTION. The crew of
      * each FLIGHT-ID: pilot in command and co-pilot (blank on a
      * single-pilot flight), as crew codes of the crew master.
      * FC-LANCADO turns "Y" once REGISTO-DE-VOO has posted the
      * flight's block time to the pilot logbook, so a flight is
      * never logged twice.
      *----------------------------------------------------------------*
       FD  FLIGHT-CREW-FILE.
       01  FLIGHT-CREW-RECORD.
           05 FC-FLIGHT-ID PIC X(10).
           05 FC-PIC       PIC X(6).
           05 FC-COPILOTO  PIC X(6).
           05 FC-LANCADO   PIC X.
           05 FC-DATA      PIC 9(8).
