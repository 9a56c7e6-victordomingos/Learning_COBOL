       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOP-ITEMS-MAINT.
      *=================================================================
      * Purpose: Maintain the forecourt shop dry-stock master
      *          (SHOP-ITEMS: lubricants, screen wash, car-wash
      *          tokens, accessories) with the same menu style as
      *          PRODUCT-MASTER-MAINT: list/add/edit items with price,
      *          VAT rate and reorder level, book goods received
      *          against stock (each receipt logged with the
      *          supplier document and operator) and print the
      *          reorder list of items at or below their reorder
      *          level. Stock goes down when PRODUCT-PRICES invoices
      *          the shop lines keyed at GAS-TILL.
      * Author:  Victor Domingos
      * Date:    2026-10-15
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SHOPSEL.cpy".

      *    so para recusar codigos que repetem um combustivel:
           COPY "PRODMSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *    protocolo de lock dos masters partilhados (o PRODUCT-PRICES
      *    regrava o master no fim da faturacao):
           COPY "MLOCSEL.cpy".

      *    entradas de mercadoria (uma linha por rececao):
           SELECT SHOP-RECEIPTS-FILE
           ASSIGN TO DYNAMIC WS-RECEIPTS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPTS-STATUS.

           SELECT REORDER-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REORDER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SHOPFD.cpy".

           COPY "PRODMFD.cpy".

           COPY "OPERFD.cpy".

           COPY "MLOCFD.cpy".

       FD  SHOP-RECEIPTS-FILE.
       01  SHOP-RECEIPT-RECORD.
           05 GR-DATA     PIC 9(8).
           05 GR-CODIGO   PIC X(20).
           05 GR-QTD      PIC 9(5).
      *    guia ou fatura do fornecedor:
           05 GR-DOC      PIC X(10).
           05 GR-OPERATOR PIC X(8).

       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "SHOPWS.cpy".

           COPY "PRODMWS.cpy".

           COPY "OPERWS.cpy".

           COPY "MLOCWS.cpy".

       01  WS-RECEIPTS-PATH    PIC X(60)
           VALUE "..\shop-receipts.txt".
       01  WS-RECEIPTS-STATUS  PIC XX.
       01  WS-REORDER-PATH     PIC X(60)
           VALUE "..\shop-reorder.txt".
       01  WS-ENV-VALUE        PIC X(60).

       01  WS-OPTION    PIC X.
       01  WS-SEL-ROW   PIC 9(3).
       01  WS-ROW-SHOWN PIC ZZ9.
       01  WS-DIRTY     PIC X VALUE "N".
       01  WS-TODAY     PIC 9(8).
       01  WS-CODIGO-IN PIC X(20).
       01  WS-PRECO-IN  PIC 9(5)V99.
       01  WS-TAXA-IN   PIC 99.
       01  WS-QTD-IN    PIC 9(5).
       01  WS-DOC-IN    PIC X(10).
       01  WS-N-REORDER PIC 9(3).
       01  M-PRECO      PIC Z(4)9.99.
       01  M-STOCK      PIC -Z(6)9.
       01  M-REORDER    PIC Z(6)9.

           COPY "SPOOLWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    lock do master ANTES de o carregar: o abate das vendas
      *    pelo PRODUCT-PRICES nao pode ser esmagado por esta sessao
      *    (nem o contrario):
           MOVE "shop-items" TO WS-LOCK-NAME.
           MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
           MOVE "Y" TO WS-LOCK-INTERACTIVE.
           PERFORM ACQUIRE-MASTER-LOCK-PROCEDURE.
           IF WS-LOCK-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-SHOP-PATH-PROCEDURE.
           PERFORM LOAD-SHOP-ITEMS-PROCEDURE.
           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SHOP_RECEIPTS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RECEIPTS-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SHOP_REORDER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REORDER-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-ITEMS-PROCEDURE
                   WHEN "2" PERFORM ADD-ITEM-PROCEDURE
                   WHEN "3" PERFORM EDIT-ITEM-PROCEDURE
                   WHEN "4" PERFORM GOODS-RECEIVED-PROCEDURE
                   WHEN "6" PERFORM REORDER-LIST-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-DIRTY = "Y"
               PERFORM SAVE-SHOP-ITEMS-PROCEDURE
               DISPLAY "Master gravado em " WS-SHOP-ITEMS-PATH "."
           END-IF.
           PERFORM RELEASE-MASTER-LOCK-PROCEDURE.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- ARTIGOS DA LOJA -----".
           DISPLAY "1 - Listar artigos".
           DISPLAY "2 - Adicionar artigo".
           DISPLAY "3 - Editar artigo".
           DISPLAY "4 - Entrada de mercadoria".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "6 - Lista de reposicao".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-ITEMS-PROCEDURE.
           IF WS-SHOP-COUNT = ZERO
               DISPLAY "Nao ha artigos carregados."
           ELSE
               PERFORM VARYING SK-IDX FROM 1 BY 1
                   UNTIL SK-IDX > WS-SHOP-COUNT
                   SET WS-SEL-ROW TO SK-IDX
                   MOVE WS-SEL-ROW TO WS-ROW-SHOWN
                   MOVE WS-SHOP-PRECO(SK-IDX) TO M-PRECO
                   MOVE WS-SHOP-STOCK(SK-IDX) TO M-STOCK
                   MOVE WS-SHOP-REORDER(SK-IDX) TO M-REORDER
                   DISPLAY WS-ROW-SHOWN ") " WS-SHOP-CODIGO(SK-IDX)
                       " " WS-SHOP-DESCRICAO(SK-IDX)
                   DISPLAY "     preco " M-PRECO
                       " IVA " WS-SHOP-TAXA(SK-IDX)
                       "% existencia " M-STOCK
                       " reposicao " M-REORDER
               END-PERFORM
           END-IF.


      *    o codigo e o que se tecla no balcao e viaja no nome do
      *    produto da venda: nao pode repetir outro artigo nem um
      *    combustivel do PRODUCT-MASTER:
       ADD-ITEM-PROCEDURE.
           IF WS-SHOP-COUNT >= 100
               DISPLAY "Tabela de artigos cheia (maximo de 100)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo do artigo (ate 20 caracteres): "
               WITH NO ADVANCING.
           ACCEPT WS-CODIGO-IN.
           IF WS-CODIGO-IN = SPACES
               DISPLAY "Codigo em branco."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO-IN TO WS-SHOP-LOOKUP-CODIGO.
           PERFORM FIND-SHOP-ITEM-PROCEDURE.
           IF WS-SHOP-FOUND = "Y"
               DISPLAY "Codigo ja existe -- use Editar."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CODIGO-IN TO WS-PROD-LOOKUP-NOME.
           PERFORM LOOKUP-PRODUCT-PROCEDURE.
           IF WS-PROD-FOUND = "Y"
               DISPLAY "Codigo igual a um combustivel do "
                   "PRODUCT-MASTER -- escolha outro."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SHOP-COUNT.
           SET SK-IDX TO WS-SHOP-COUNT.
           MOVE WS-CODIGO-IN TO WS-SHOP-CODIGO(SK-IDX).
           MOVE ZERO TO WS-SHOP-STOCK(SK-IDX).
           PERFORM PROMPT-ITEM-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-DIRTY.


       EDIT-ITEM-PROCEDURE.
           DISPLAY "Linha a editar (ver Listar): " WITH NO ADVANCING.
           ACCEPT WS-SEL-ROW.
           IF WS-SEL-ROW < 1 OR WS-SEL-ROW > WS-SHOP-COUNT
               DISPLAY "Linha inexistente."
           ELSE
               SET SK-IDX TO WS-SEL-ROW
               DISPLAY "Artigo " WS-SHOP-CODIGO(SK-IDX)
               PERFORM PROMPT-ITEM-FIELDS-PROCEDURE
               MOVE "Y" TO WS-DIRTY
           END-IF.


      *    a existencia nao se edita aqui: so muda pelas entradas de
      *    mercadoria e pelas vendas faturadas:
       PROMPT-ITEM-FIELDS-PROCEDURE.
           DISPLAY "Descricao (ate 30 caracteres): "
               WITH NO ADVANCING.
           ACCEPT WS-SHOP-DESCRICAO(SK-IDX).

           MOVE ZERO TO WS-PRECO-IN.
           PERFORM UNTIL WS-PRECO-IN > ZERO
               DISPLAY "Preco sem IVA (99999.99, > 0): "
                   WITH NO ADVANCING
               ACCEPT WS-PRECO-IN
           END-PERFORM.
           MOVE WS-PRECO-IN TO WS-SHOP-PRECO(SK-IDX).

           MOVE 99 TO WS-TAXA-IN.
           PERFORM UNTIL WS-TAXA-IN <= 50
               DISPLAY "Taxa de IVA (0-50): " WITH NO ADVANCING
               ACCEPT WS-TAXA-IN
           END-PERFORM.
           MOVE WS-TAXA-IN TO WS-SHOP-TAXA(SK-IDX).

           DISPLAY "Nivel de reposicao (unidades): "
               WITH NO ADVANCING.
           ACCEPT WS-SHOP-REORDER(SK-IDX).


      *    a entrada soma a existencia e fica registada; o master e
      *    gravado logo a seguir, para o registo e a existencia
      *    nunca divergirem se a sessao cair:
       GOODS-RECEIVED-PROCEDURE.
           DISPLAY "Codigo do artigo: " WITH NO ADVANCING.
           ACCEPT WS-SHOP-LOOKUP-CODIGO.
           PERFORM FIND-SHOP-ITEM-PROCEDURE.
           IF WS-SHOP-FOUND = "N"
               DISPLAY "Artigo desconhecido."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WS-SHOP-DESCRICAO(SK-IDX).
           MOVE ZERO TO WS-QTD-IN.
           PERFORM UNTIL WS-QTD-IN > ZERO
               DISPLAY "Quantidade recebida (unidades, > 0): "
                   WITH NO ADVANCING
               ACCEPT WS-QTD-IN
           END-PERFORM.
           DISPLAY "Guia/fatura do fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-DOC-IN.

           ADD WS-QTD-IN TO WS-SHOP-STOCK(SK-IDX).
           OPEN EXTEND SHOP-RECEIPTS-FILE.
           IF WS-RECEIPTS-STATUS = "35"
               OPEN OUTPUT SHOP-RECEIPTS-FILE
           END-IF.
           MOVE WS-TODAY TO GR-DATA.
           MOVE WS-SHOP-CODIGO(SK-IDX) TO GR-CODIGO.
           MOVE WS-QTD-IN TO GR-QTD.
           MOVE WS-DOC-IN TO GR-DOC.
           MOVE WS-OPERATOR-ID TO GR-OPERATOR.
           WRITE SHOP-RECEIPT-RECORD.
           CLOSE SHOP-RECEIPTS-FILE.
           MOVE WS-SHOP-STOCK(SK-IDX) TO M-STOCK.
           PERFORM SAVE-SHOP-ITEMS-PROCEDURE.
           MOVE "N" TO WS-DIRTY.
           DISPLAY "Entrada registada. Existencia: " M-STOCK.


      *    artigos com a existencia no nivel de reposicao ou abaixo
      *    (um nivel a zero so entra com existencia negativa ou
      *    esgotada):
       REORDER-LIST-PROCEDURE.
           MOVE ZERO TO WS-N-REORDER.
           OPEN OUTPUT REORDER-REPORT-FILE.
           MOVE SPACES TO REORDER-REPORT-LINE.
           STRING "LISTA DE REPOSICAO DA LOJA - " WS-TODAY
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           MOVE SPACES TO REORDER-REPORT-LINE.
           STRING "CODIGO               DESCRICAO"
               "                      EXIST.  REPOS."
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE.
           WRITE REORDER-REPORT-LINE.
           PERFORM VARYING SK-IDX FROM 1 BY 1
               UNTIL SK-IDX > WS-SHOP-COUNT
               IF WS-SHOP-STOCK(SK-IDX) <= WS-SHOP-REORDER(SK-IDX)
                   ADD 1 TO WS-N-REORDER
                   MOVE WS-SHOP-STOCK(SK-IDX) TO M-STOCK
                   MOVE WS-SHOP-REORDER(SK-IDX) TO M-REORDER
                   MOVE SPACES TO REORDER-REPORT-LINE
                   STRING WS-SHOP-CODIGO(SK-IDX) " "
                       WS-SHOP-DESCRICAO(SK-IDX) " "
                       M-STOCK " " M-REORDER
                       DELIMITED BY SIZE INTO REORDER-REPORT-LINE
                   WRITE REORDER-REPORT-LINE
                   DISPLAY REORDER-REPORT-LINE
               END-IF
           END-PERFORM.
           CLOSE REORDER-REPORT-FILE.
           MOVE "SHOP-ITEMS-MAINT" TO WS-SPL-PROGRAM.
           MOVE "ARTIGOS A ENCOMENDAR" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-REORDER-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY WS-N-REORDER " artigos a repor (lista em "
               FUNCTION TRIM(WS-REORDER-PATH) ").".


       COPY "SHOPP.cpy".

       COPY "PRODMP.cpy".

       COPY "OPERP.cpy".

       COPY "MLOCP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM SHOP-ITEMS-MAINT.
