      *----------------------------------------------------------------*
      * Shared rental refuelling charges record. COPY into FILE
      * SECTION. One line per rental return billed with a refuelling
      * charge (car returned below a full tank), written by
      * PRODUCAO1-ALUGUER -- walk-in rentals included -- so the fuel
      * billed per plate can be set against the internal fuel issues.
      *----------------------------------------------------------------*
       FD  REFUEL-CHARGE-FILE.
       01  REFUEL-CHARGE-RECORD.
           05 RC-DATA       PIC 9(8).
           05 RC-PLATE      PIC X(8).
      *    nivel do deposito na devolucao (percentagem):
           05 RC-NIVEL      PIC 999.
           05 RC-LITROS     PIC 9(3)V99.
      *    valor faturado ao cliente (negativo num estorno):
           05 RC-VALOR      PIC S9(6)V99.
