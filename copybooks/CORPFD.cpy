      *----------------------------------------------------------------*
      * Shared corporate-contract record. COPY into FILE SECTION. One
      * record per company contract (CORPORATE-CONTRACTS): validity,
      * the negotiated terms for each vehicle type (FR-TIPO 0-9, at
      * CC-TERMOS(FR-TIPO + 1)) and the customers authorised to rent
      * on it. PRODUCAO1-ALUGUER prices their rentals at these terms
      * and holds them on account for the month-end invoice
      * (CORPORATE-INVOICING).
      *----------------------------------------------------------------*
       FD  CORPORATE-CONTRACT-FILE.
       01  CORPORATE-CONTRACT-RECORD.
           05 CC-CONTRATO   PIC 9(5).
           05 CC-EMPRESA    PIC X(30).
           05 CC-NIF        PIC X(9).
           05 CC-INICIO     PIC 9(8).
           05 CC-FIM        PIC 9(8).
      *    por tipo de viatura: desconto em % sobre a tabela, ou uma
      *    diaria fixa (zero = aplica o desconto) e os km livres por
      *    dia (zero = os do tipo):
           05 CC-TERMOS OCCURS 10 TIMES.
               10 CC-DESCONTO PIC 99V99.
               10 CC-DIARIA   PIC 9999V99.
               10 CC-KM-INCL  PIC 999.
      *    clientes de aluguer autorizados (zero = posicao livre):
           05 CC-CONDUTOR   PIC 9(5) OCCURS 10 TIMES.
