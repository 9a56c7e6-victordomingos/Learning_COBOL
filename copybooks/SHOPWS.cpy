      *----------------------------------------------------------------*
      * Shared SHOP-ITEMS master working-storage. COPY into
      * WORKING-STORAGE SECTION. See SHOPP.cpy for the paragraphs
      * that load, look up and save this table.
      *----------------------------------------------------------------*
       01  WS-SHOP-ITEMS-PATH PIC X(60) VALUE "..\shop-items.txt".
       01  WS-SHOP-ENV-VALUE  PIC X(60).
       01  WS-SHOP-STATUS     PIC XX.

       01  WS-SHOP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SHOP-TABLE.
           05 WS-SHOP-ENTRY OCCURS 100 TIMES INDEXED BY SK-IDX.
               10 WS-SHOP-CODIGO    PIC X(20).
               10 WS-SHOP-DESCRICAO PIC X(30).
               10 WS-SHOP-PRECO     PIC 9(5)V99.
               10 WS-SHOP-TAXA      PIC 99.
               10 WS-SHOP-STOCK     PIC S9(7).
               10 WS-SHOP-REORDER   PIC 9(7).

      * entrada para FIND-SHOP-ITEM-PROCEDURE (codigo do artigo); o
      * artigo encontrado fica em SK-IDX:
       01  WS-SHOP-LOOKUP-CODIGO PIC X(20).
       01  WS-SHOP-FOUND         PIC X.
