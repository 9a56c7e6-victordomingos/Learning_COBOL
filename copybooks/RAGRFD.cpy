      *----------------------------------------------------------------*
      * Shared rental-agreement record. COPY into FILE SECTION. One
      * record per check-out (RENTAL-CHECKOUT): who has the car, the
      * odometer and fuel level at pickup and when it is due back.
      * PRODUCAO1-ALUGUER closes the agreement when the car comes
      * back and bills the km as the odometer difference.
      *----------------------------------------------------------------*
       FD  RENTAL-AGREEMENT-FILE.
       01  RENTAL-AGREEMENT-RECORD.
           05 RA-NUMERO     PIC 9(6).
           05 RA-CUSTNO     PIC 9(5).
           05 RA-PLATE      PIC X(8).
      *    plano tarifario (S/U/E, como I-PLAN no CAR-IN):
           05 RA-PLAN       PIC X.
      *    data de levantamento da reserva usada (zero = sem reserva):
           05 RA-RES-PICKUP PIC 9(8).
           05 RA-BRANCH     PIC X(3).
           05 RA-LEVANT     PIC 9(8).
           05 RA-PREVISTA   PIC 9(8).
           05 RA-KM-SAIDA   PIC 9(6).
           05 RA-FUEL-SAIDA PIC 999.
      *    A = aberto (viatura fora), F = fechado na devolucao,
      *    C = anulado:
           05 RA-STATUS     PIC X.
           05 RA-DEVOL      PIC 9(8).
           05 RA-KM-ENTRADA PIC 9(6).
           05 RA-OPERADOR   PIC X(8).
      *    condutores adicionais nomeados (clientes de aluguer; zero
      *    = nenhum):
           05 RA-CONDUTOR   PIC 9(5) OCCURS 2 TIMES.
