      *----------------------------------------------------------------*
      * Shared driver-eligibility working-storage. COPY into
      * WORKING-STORAGE SECTION. Move the rules of the vehicle type
      * (FR-IDADE-MIN / FR-ANOS-CARTA / FR-IDADE-JOVEM /
      * FR-CATEGORIA) into DE-IDADE-MIN .. DE-CATEGORIA, the pickup
      * date into DE-REF-DATE and the planned return into
      * DE-RETURN-DATE, then PERFORM CHECK-RCUST-DRIVER-PROCEDURE
      * (see DRVELIGP.cpy) with RC-IDX on the rental customer and
      * check DE-OK / DE-REASON and DE-YOUNG.
      *----------------------------------------------------------------*
       01  WS-DRVELIG.
      *    regras do tipo de viatura (zero/espacos = sem regra):
           05 DE-IDADE-MIN    PIC 99.
           05 DE-ANOS-CARTA   PIC 99.
           05 DE-IDADE-JOVEM  PIC 99.
           05 DE-CATEGORIA    PIC X(3).
      *    levantamento e devolucao prevista:
           05 DE-REF-DATE     PIC 9(8).
           05 DE-RETURN-DATE  PIC 9(8).
      *    dados do condutor:
           05 DE-NASCIMENTO   PIC 9(8).
           05 DE-EMISSAO      PIC 9(8).
           05 DE-VALIDADE     PIC 9(8).
           05 DE-CATEGORIAS   PIC X(12).
           05 DE-CATEG-LIST REDEFINES DE-CATEGORIAS.
               10 DE-CATEG    PIC X(3) OCCURS 4 TIMES.
      *    resultado: DE-OK = "N" com o motivo em DE-REASON;
      *    DE-YOUNG = "Y" quando paga a sobretaxa de condutor jovem:
           05 DE-OK           PIC X.
           05 DE-YOUNG        PIC X.
           05 DE-REASON       PIC X(30).
           05 DE-IDADE        PIC 999.
           05 DE-ANOS         PIC 999.
           05 DE-IX           PIC 9.
           05 DE-CATEG-OK     PIC X.
