               10 WS-PROD-TAXA     PIC 99.
               10 WS-PROD-EFF-DATE PIC 9(8).
               10 WS-PROD-PONTOS   PIC 9V99.
               10 WS-PROD-ISP      PIC 9V9(4).

       01  WS-PROD-LOOKUP-NOME PIC X(20).
      * data de negocio para a qual se quer o preco em vigor; o
