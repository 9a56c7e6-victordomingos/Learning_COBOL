      *----------------------------------------------------------------*
      * Shared internal fuel issue register record. COPY into FILE
      * SECTION. One line per fill-up of a rental car from the
      * forecourt tanks (GAS-SALE type "I"), written by PRODUCT-PRICES
      * at cost: no revenue and no VAT, only the weighted-average
      * cost of the litres and the excise they carry.
      *----------------------------------------------------------------*
       FD  FUEL-INTERNAL-FILE.
       01  FUEL-INTERNAL-RECORD.
           05 FI-DATA       PIC 9(8).
      *    matricula do VEHICLE-MASTER:
           05 FI-PLATE      PIC X(8).
           05 FI-PRODUTO    PIC X(20).
           05 FI-LITROS     PIC 9(4).
      *    custo medio por litro da cisterna no dia:
           05 FI-CUSTO-UNIT PIC 9(3)V9(4).
           05 FI-CUSTO      PIC 9(7)V99.
           05 FI-ISP        PIC 9(5)V99.
           05 FI-SHIFT      PIC 99.
