      *----------------------------------------------------------------*
      * Shared pay-scales working-storage. COPY into WORKING-STORAGE
      * SECTION. See PSCLP.cpy for the load/save/lookup paragraphs.
      *----------------------------------------------------------------*
       01  WS-PSCL-PATH      PIC X(60) VALUE "..\pay-scales.txt".
       01  WS-PSCL-STATUS    PIC XX.
       01  WS-PSCL-ENV-VALUE PIC X(60).

       01  WS-PSCL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PSCL-TABLE.
           05 WS-PSCL-ENTRY OCCURS 300 TIMES INDEXED BY SC-IDX.
               10 WS-SC-YEAR      PIC 9(4).
               10 WS-SC-CATEGORIA PIC X(20).
               10 WS-SC-MIN       PIC 9(6)V99.
               10 WS-SC-MAX       PIC 9(6)V99.
       01  WS-PSCL-OVERFLOW PIC X VALUE "N".
       01  WS-PSCL-DIRTY    PIC X VALUE "N".

      * entrada/saida de LOOKUP-PAY-SCALE-PROCEDURE: vale a tabela do
      * ano pedido ou, sem ela, a do ano anterior mais recente (o
      * acordo em vigor ate ser assinado o seguinte):
       01  WS-SC-LOOKUP-YEAR PIC 9(4).
       01  WS-SC-LOOKUP-CAT  PIC X(20).
       01  WS-SC-FOUND       PIC X.
       01  WS-SC-FOUND-YEAR  PIC 9(4).
       01  WS-SC-FOUND-MIN   PIC 9(6)V99.
       01  WS-SC-FOUND-MAX   PIC 9(6)V99.

      * imagem de uma alteracao de remuneracao base na fila de
      * aprovacoes (PA-TIPO "REMUN", PA-KEY = numero do
      * funcionario), legivel na revisao e relida na aplicacao:
       01  WS-REMUN-IMAGE.
           05 FILLER       PIC X(5) VALUE "BASE ".
           05 WS-RI-NEW    PIC 9(6).99.
           05 FILLER       PIC X(7) VALUE " ANTES ".
           05 WS-RI-OLD    PIC 9(6).99.
           05 FILLER       PIC X(8) VALUE " ACORDO ".
           05 WS-RI-YEAR   PIC 9(4).
       01  WS-RI-NEW-VALUE PIC 9(6)V99.
       01  WS-RI-OLD-VALUE PIC 9(6)V99.
