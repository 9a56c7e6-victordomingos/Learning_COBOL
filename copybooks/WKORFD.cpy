      * record per workshop order: plate, open date, reason and
      * status (A = aberta, F = fechada). While an order is open the
      * vehicle is out of the RESERVATIONS availability count;
      * VEHICLE-SERVICE opens and closes the orders and records the
      * cost of the work at close (FLEET-PROFITABILITY sets it
      * against the plate's rental revenue).
      *----------------------------------------------------------------*
       FD  WORKSHOP-ORDER-FILE.
       01  WORKSHOP-ORDER-RECORD.
           05 WO-OPENED PIC 9(8).
           05 WO-MOTIVO PIC X(20).
           05 WO-STATUS PIC X.
      *    custo da ordem, registado ao fechar (zero = sem custo ou
      *    ainda aberta):
           05 WO-CUSTO  PIC 9(6)V99.
