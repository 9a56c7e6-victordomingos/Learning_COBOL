      *----------------------------------------------------------------*
      * Shared corporate-rentals ledger record. COPY into FILE
      * SECTION. One line per rental PRODUCAO1-ALUGUER held on account
      * for a company contract instead of invoicing it; the
      * month-end run (CORPORATE-INVOICING) bills the pending lines
      * of each contract on one invoice and marks them invoiced.
      *----------------------------------------------------------------*
       FD  CORPORATE-RENTAL-FILE.
       01  CORPORATE-RENTAL-RECORD.
           05 CR-CONTRATO PIC 9(5).
      *    data de negocio da devolucao:
           05 CR-DATA     PIC 9(8).
           05 CR-CUSTNO   PIC 9(5).
           05 CR-NOME     PIC X(20).
           05 CR-PLATE    PIC X(8).
           05 CR-TIPO     PIC 9.
           05 CR-DIAS     PIC 999.
           05 CR-KM       PIC 9(5).
           05 CR-VALOR    PIC S9(6)V99.
      *    P = por faturar, F = faturado (numero em CR-FATURA):
           05 CR-STATUS   PIC X.
           05 CR-FATURA   PIC 9(6).
