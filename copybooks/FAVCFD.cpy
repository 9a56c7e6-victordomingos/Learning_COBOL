      *----------------------------------------------------------------*
      * Shared fuel average-cost record. COPY into FILE SECTION. One
      * line per tank (product): the litres held at cost and their
      * weighted-average unit cost. FUEL-INVOICE-MATCH folds each
      * delivery in at its matched invoice cost; FUEL-MARGIN takes
      * the litres sold out at the average, which leaves it as is.
      *----------------------------------------------------------------*
       FD  FUEL-AVG-COST-FILE.
       01  FUEL-AVG-COST-RECORD.
           05 FA-PRODUTO PIC X(20).
           05 FA-LITROS  PIC S9(7).
           05 FA-CUSTO   PIC 9(3)V9(4).
      *    data da ultima entrega custeada:
           05 FA-DATA    PIC 9(8).
