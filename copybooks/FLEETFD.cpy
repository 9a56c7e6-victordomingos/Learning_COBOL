      *----------------------------------------------------------------*
      * Shared fleet-rates file record. COPY into FILE
      * SECTION. Used by PRODUCAO1-ALUGUER (rate lookup) and
      * FLEET-RATES-MAINT (add/edit/retire maintenance); RESERVATIONS
      * and RENTAL-CHECKOUT read the driver rules of each type.
      *----------------------------------------------------------------*
       FD  FLEET-RATES-FILE.
       01  FLEET-RATE-RECORD.
      *    numero de viaturas da frota deste tipo, usado pelo
      *    controlo de disponibilidade das reservas:
           05 FR-FROTA         PIC 999.
      *    regras do condutor para este tipo (zero/espacos = sem
      *    regra): idade minima, anos minimos de carta, idade abaixo
      *    da qual paga a sobretaxa de condutor jovem e categoria de
      *    carta exigida:
           05 FR-IDADE-MIN     PIC 99.
           05 FR-ANOS-CARTA    PIC 99.
           05 FR-IDADE-JOVEM   PIC 99.
           05 FR-CATEGORIA     PIC X(3).
