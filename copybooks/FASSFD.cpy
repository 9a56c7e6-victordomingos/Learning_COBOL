      *----------------------------------------------------------------*
      * Shared fleet-asset record. COPY into FILE SECTION. One record
      * per rental vehicle bought (FLEET-ASSETS), keyed by the
      * VM-PLATE of the vehicle master: acquisition, cost, residual
      * value and depreciation method. FLEET-DEPRECIATION adds the
      * monthly charge to AF-AMORT-ACUM; a disposal records the sale
      * and its gain or loss and the vehicle leaves the fleet.
      *----------------------------------------------------------------*
       FD  FLEET-ASSET-FILE.
       01  FLEET-ASSET-RECORD.
           05 AF-PLATE       PIC X(8).
           05 AF-AQUISICAO   PIC 9(8).
           05 AF-CUSTO       PIC 9(7)V99.
           05 AF-RESIDUAL    PIC 9(7)V99.
      *    L = linear pela vida util em meses; D = degressivo a uma
      *    taxa anual (%) sobre o valor liquido:
           05 AF-METODO      PIC X.
           05 AF-VIDA        PIC 999.
           05 AF-TAXA        PIC 99V99.
           05 AF-AMORT-ACUM  PIC 9(7)V99.
      *    ultimo mes amortizado (AAAAMM, zero = nenhum):
           05 AF-ULT-MES     PIC 9(6).
      *    A = ativo; V = vendido/abatido:
           05 AF-STATUS      PIC X.
           05 AF-DATA-ABATE  PIC 9(8).
           05 AF-VALOR-VENDA PIC 9(7)V99.
           05 AF-RESULTADO   PIC S9(7)V99.
