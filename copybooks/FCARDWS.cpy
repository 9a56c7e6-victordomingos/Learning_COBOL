      *----------------------------------------------------------------*
      * Shared fleet-card working-storage. COPY into
      * WORKING-STORAGE SECTION. See FCARDP.cpy for the paragraphs
      * that load and save the cards, check a fleet transaction
      * against its card and log the declined ones.
      *----------------------------------------------------------------*
       01  WS-FCARD-PATH     PIC X(60) VALUE "..\fleet-cards.txt".
       01  WS-FDECL-PATH     PIC X(60) VALUE "..\fleet-declined.txt".
       01  WS-FCARD-ENV-VALUE PIC X(60).
       01  WS-FCARD-STATUS   PIC XX.
       01  WS-FDECL-STATUS   PIC XX.

       01  WS-FCARD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FCARD-TABLE.
           05 WS-FCARD-ENTRY OCCURS 200 TIMES INDEXED BY FC-IDX.
               10 WS-FC-CARTAO     PIC 9(6).
               10 WS-FC-ACCOUNT    PIC 9(5).
               10 WS-FC-MATRICULA  PIC X(10).
               10 WS-FC-PRODUTO    PIC X(20) OCCURS 3 TIMES.
               10 WS-FC-LIMITE-DIA PIC 9(4).
               10 WS-FC-LIMITE-MES PIC 9(7)V99.
               10 WS-FC-ESTADO     PIC X.
               10 WS-FC-USO-DATA   PIC 9(8).
               10 WS-FC-USO-LITROS PIC 9(5).
               10 WS-FC-USO-MES    PIC 9(6).
               10 WS-FC-USO-VALOR  PIC 9(7)V99.
       01  FC-PX PIC 9.

      * transacao a conferir: conta, cartao, produto, litros e valor
      * com IVA na data WS-FC-CHK-DATA; a resposta vem em
      * WS-FC-OK ("Y"/"N") e WS-FC-MOTIVO:
       01  WS-FC-CHK-ACCOUNT PIC 9(5).
       01  WS-FC-CHK-CARTAO  PIC 9(6).
       01  WS-FC-CHK-PRODUTO PIC X(20).
       01  WS-FC-CHK-LITROS  PIC 9(5).
       01  WS-FC-CHK-VALOR   PIC S9(8)V99.
       01  WS-FC-CHK-DATA    PIC 9(8).
       01  WS-FC-CHK-ORIGEM  PIC X(14).
       01  WS-FC-OK          PIC X.
       01  WS-FC-MOTIVO      PIC X(30).
       01  WS-FC-FOUND       PIC X.
       01  WS-FC-HAS-CARDS   PIC X.
       01  WS-FC-PROD-OK     PIC X.
       01  WS-FC-DAY-USED    PIC 9(5).
       01  WS-FC-MONTH-USED  PIC S9(8)V99.
