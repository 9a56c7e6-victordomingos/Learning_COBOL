      *----------------------------------------------------------------*
      * Shared pilot-logbook record. COPY into FILE SECTION. One line
      * per pilot per flight, appended by REGISTO-DE-VOO from the
      * flight summary: crew code, flight, function on board (PIC =
      * pilot in command, COP = co-pilot), aircraft registration,
      * block start and end (AAAAMMDDHHMMSS) and block time in hours.
      *----------------------------------------------------------------*
       FD  PILOT-LOGBOOK-FILE.
       01  PILOT-LOGBOOK-RECORD.
           05 PL-CODIGO    PIC X(6).
           05 PL-FLIGHT-ID PIC X(10).
           05 PL-FUNCAO    PIC X(3).
           05 PL-MATRICULA PIC X(10).
           05 PL-INICIO.
               10 PL-INICIO-DATA PIC 9(8).
               10 PL-INICIO-HORA PIC 9(6).
           05 PL-FIM.
               10 PL-FIM-DATA    PIC 9(8).
               10 PL-FIM-HORA    PIC 9(6).
           05 PL-HORAS     PIC 9(3)V99.
