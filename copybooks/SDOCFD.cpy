      *----------------------------------------------------------------*
      * Shared sales-documents register record. COPY into FILE
      * SECTION. Every program that issues an invoice or credit note
      * writes one line here per document line (series, number,
      * customer, product, VAT rate and values), so the monthly tax
      * audit export has one source instead of each program's own
      * printout.
      *----------------------------------------------------------------*
       FD  SALES-DOCS-FILE.
       01  SALES-DOCS-RECORD.
      * serie: GAS combustivel, LIV livraria, LCC livraria a credito,
      * ALU aluguer (alugueres, multas e contratos de empresa):
           05 SD-SERIE   PIC X(3).
           05 SD-NUMERO  PIC 9(6).
           05 SD-LINHA   PIC 999.
      * FT fatura, NC nota de credito:
           05 SD-TIPO    PIC XX.
           05 SD-DATA    PIC 9(8).
      * cliente em branco = consumidor final:
           05 SD-CLIENTE PIC X(10).
           05 SD-NIF     PIC X(9).
           05 SD-NOME    PIC X(30).
           05 SD-PRODUTO PIC X(20).
           05 SD-DESC    PIC X(30).
           05 SD-QTD     PIC 9(5).
           05 SD-TAXA    PIC 99V99.
      * valor com IVA; negativo = linha que abate dentro do documento:
           05 SD-VALOR   PIC S9(7)V99.
           05 SD-BASE    PIC S9(7)V99.
           05 SD-IVA     PIC S9(7)V99.
      * motivo de isencao quando a taxa e zero (p.ex. M99):
           05 SD-ISENCAO PIC X(3).
