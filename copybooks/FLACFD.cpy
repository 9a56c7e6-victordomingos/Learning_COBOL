      *----------------------------------------------------------------*
      * Shared flight-aircraft record. COPY into FILE SECTION. Ties
      * each FLIGHT-ID in FLIGHT-POSITIONS to the registration of the
      * aircraft that flew it. FA-HORAS stays zero until REGISTO-DE-VOO
      * has added the flight's duration to the airframe hours, so a
      * flight is never counted twice.
      *----------------------------------------------------------------*
       FD  FLIGHT-AIRCRAFT-FILE.
       01  FLIGHT-AIRCRAFT-RECORD.
           05 FA-FLIGHT-ID PIC X(10).
           05 FA-MATRICULA PIC X(10).
      *    horas lancadas na celula (zero = ainda nao lancadas) e
      *    data do lancamento:
           05 FA-HORAS     PIC 9(3)V99.
           05 FA-DATA      PIC 9(8).
