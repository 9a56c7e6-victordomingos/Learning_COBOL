      *----------------------------------------------------------------*
      * Shared fleet-card records. COPY into FILE SECTION. One card
      * line per card issued under a CUSTOMER-MASTER account (the
      * plate it belongs to, up to three authorised fuels, a litres-
      * per-day and a value-per-month limit, and the usage already
      * invoiced by PRODUCT-PRICES), and one declined line per
      * fleet transaction refused or flagged against those limits,
      * for the customer's fleet manager.
      *----------------------------------------------------------------*
       FD  FLEET-CARD-FILE.
       01  FLEET-CARD-RECORD.
           05 FC-CARTAO      PIC 9(6).
           05 FC-ACCOUNT     PIC 9(5).
           05 FC-MATRICULA   PIC X(10).
      *    combustiveis autorizados (todos em branco = qualquer um):
           05 FC-PRODUTO     PIC X(20) OCCURS 3 TIMES.
      *    limites (zero = sem limite):
           05 FC-LIMITE-DIA  PIC 9(4).
           05 FC-LIMITE-MES  PIC 9(7)V99.
      *    "A" = ativo, "C" = cancelado:
           05 FC-ESTADO      PIC X.
      *    utilizacao ja faturada (dia e mes a que se refere):
           05 FC-USO-DATA    PIC 9(8).
           05 FC-USO-LITROS  PIC 9(5).
           05 FC-USO-MES     PIC 9(6).
           05 FC-USO-VALOR   PIC 9(7)V99.

       FD  FLEET-DECLINED-FILE.
       01  FLEET-DECLINED-RECORD.
           05 FX-DATA        PIC 9(8).
      *    programa que recusou (ao balcao/importacao) ou sinalizou
      *    (na faturacao, com o combustivel ja abastecido):
           05 FX-ORIGEM      PIC X(14).
           05 FX-ACCOUNT     PIC 9(5).
           05 FX-CARTAO      PIC 9(6).
           05 FX-PRODUTO     PIC X(20).
           05 FX-LITROS      PIC 999.
           05 FX-VALOR       PIC 9(6)V99.
           05 FX-MOTIVO      PIC X(30).
