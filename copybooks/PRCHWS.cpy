      *----------------------------------------------------------------*
      * Shared price-change event working-storage. COPY into
      * WORKING-STORAGE SECTION. See PRCHP.cpy for the paragraphs
      * that append an event and load one business date's events.
      *----------------------------------------------------------------*
       01  WS-PRCH-PATH      PIC X(60) VALUE "..\price-changes.txt".
       01  WS-PRCH-ENV-VALUE PIC X(60).
       01  WS-PRCH-STATUS    PIC XX.

      * mudancas de preco da data pedida, pela ordem em que foram
      * registadas (marcas crescentes):
       01  WS-PRCH-DATE  PIC 9(8).
       01  WS-PRCH-COUNT PIC 99 VALUE ZERO.
       01  WS-PRCH-TABLE.
           05 WS-PRCH-ENTRY OCCURS 30 TIMES INDEXED BY PX-IDX.
               10 WS-PX-HORA      PIC 9(4).
               10 WS-PX-PRODUTO   PIC X(20).
               10 WS-PX-MARCA     PIC 9(6).
               10 WS-PX-OLD-PRECO PIC 9(5)V99.
               10 WS-PX-NEW-PRECO PIC 9(5)V99.
               10 WS-PX-DIP       PIC 9(7).
      * primeira marca do dia: separa as seccoes "antes" e "depois"
      * dos resumos (zero = sem mudanca de preco nesse dia):
       01  WS-PRCH-FIRST-MARK PIC 9(6) VALUE ZERO.

      * entradas para FIND-PRICE-CHANGE-PROCEDURE: produto e
      * posicao do registo de venda no ficheiro do dia; a saida e o
      * evento que ainda estava por vir quando a venda foi feita:
       01  WS-PRCH-LOOKUP-NOME PIC X(20).
       01  WS-PRCH-LOOKUP-SEQ  PIC 9(6).
       01  WS-PRCH-FOUND       PIC X.
