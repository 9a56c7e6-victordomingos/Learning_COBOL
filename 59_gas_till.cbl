      *          available credit BEFORE accepting a credit sale, and
      *          appends the record with FSHIFT and FACCOUNT filled
      *          in -- rejecting at the keyboard what used to become
      *          an exception at midnight. Forecourt shop items
      *          (SHOP-ITEMS master, keyed by item code) are rung up
      *          on the same sale as the fuel, priced from the shop
      *          master with no excise. A fill-up driven away
      *          without paying is recorded as a drive-off incident
      *          (pump, litres, value, plate, police report) instead
      *          of on a sticky note. Fleet sales carry the fleet card
      *          used, and the card's vehicle products and daily /
      *          monthly limits are enforced before the sale is
      *          accepted (refusals are logged for the fleet manager).
      *          Fuel put into a rental car is keyed as an internal
      *          issue (type I) against a plate from VEHICLE-MASTER,
      *          with no account, cards or shop items.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           COPY "OPERSEL.cpy".
           COPY "PRODMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EMPLMSEL.cpy".
           COPY "SHOPSEL.cpy".
           COPY "DROFSEL.cpy".
           COPY "FCARDSEL.cpy".
           COPY "VEHMSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 FSHIFT     PIC 99.
           05 FACCOUNT   PIC 9(5).
           05 FMEMBER    PIC 9(5).
           05 FSTAFF     PIC 9(5).
           05 FCARD      PIC 9(6).
           05 FPLATE     PIC X(8).

       FD CUSTOMER-MASTER-FILE.
       01 CUSTOMER-MASTER-RECORD.
      *    PRODUCT-PRICES recusam novas vendas a credito (ver
      *    FLEET-DUNNING):
           05 CU-BLOCK   PIC X.
      *    contacto para os avisos por SMS/e-mail (S = SMS, E =
      *    e-mail, branco = so carta):
           05 CU-TELEFONE PIC X(15).
           05 CU-EMAIL    PIC X(40).
           05 CU-CANAL    PIC X.

       COPY "OPERFD.cpy".
       COPY "PRODMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "EMPLMFD.cpy".
       COPY "SHOPFD.cpy".
       COPY "DROFFD.cpy".
       COPY "FCARDFD.cpy".
       COPY "VEHMFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-GAS-SALES-PATH   PIC X(60) VALUE "..\gas-sales.txt".
       01  WS-SEL-SHIFT  PIC 99.
       01  WS-SEL-ACCOUNT PIC 9(5).
       01  WS-SEL-MEMBER  PIC 9(5).
       01  WS-SEL-STAFF   PIC 9(5).
       01  WS-SEL-CARD    PIC 9(6).
       01  WS-SEL-PLATE   PIC X(8).
      * "C" = combustivel (PRODUCT-MASTER), "L" = artigo de loja
      * (SHOP-ITEMS), com o preco e a taxa da linha:
       01  WS-SEL-KIND    PIC X.
       01  WS-SEL-PRICE   PIC 9(5)V99.
       01  WS-SEL-TAX     PIC 99.
       01  WS-SHOP-MORE   PIC X.
       01  M-STOCK        PIC -Z(6)9.
       01  WS-LINE-VALUE PIC S9(8)V99.
       01  WS-LINE-EXCISE PIC 9(5)V99.
       01  WS-N-WRITTEN  PIC 9(5) VALUE ZERO.
       01  M-LINE        PIC Z(6)9.99.
       01  M-AVAIL       PIC Z(6)9.99.
       COPY "OPERWS.cpy".
       COPY "PRODMWS.cpy".

       COPY "RJRNWS.cpy".
      * compras de pessoal: o numero de funcionario e conferido no
      * master no momento da venda:
       COPY "EMPLMWS.cpy".
      * artigos da loja (a existencia so e acompanhada em memoria,
      * para o aviso; o abate e feito pelo PRODUCT-PRICES):
       COPY "SHOPWS.cpy".
      * fugas sem pagamento:
       COPY "DROFWS.cpy".
       01  WS-DO-TIME     PIC 9(8).
       01  WS-DO-PUMP     PIC 99.
       01  WS-DO-VALUE    PIC 9(6)V99.
      * cartoes de frota: limites por cartao (o uso faturado vem do
      * ficheiro; o desta sessao soma-se em memoria):
       COPY "FCARDWS.cpy".
      * viaturas de aluguer, para o consumo interno:
       COPY "VEHMWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           MOVE WS-BUSINESS-DATE TO WS-PROD-LOOKUP-DATE.
           PERFORM INIT-SHOP-PATH-PROCEDURE.
           PERFORM LOAD-SHOP-ITEMS-PROCEDURE.
           PERFORM INIT-DROF-PATH-PROCEDURE.
           PERFORM LOAD-CUSTOMER-MASTER-PROCEDURE.
           PERFORM INIT-FCARD-PATHS-PROCEDURE.
           PERFORM LOAD-FLEET-CARDS-PROCEDURE.
           PERFORM INIT-VEHICLE-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-VEHICLE-MASTER-PROCEDURE.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.

           OPEN EXTEND GAS-SALES-FILE.
           IF WS-GAS-SALES-STATUS = "35"
           MOVE "S" TO WS-CONTINUA.
           PERFORM UNTIL WS-CONTINUA NOT = "S"
               AND WS-CONTINUA NOT = "s"
               AND WS-CONTINUA NOT = "F"
               AND WS-CONTINUA NOT = "f"
               IF WS-CONTINUA = "F" OR WS-CONTINUA = "f"
                   PERFORM RECORD-DRIVE-OFF-PROCEDURE
               ELSE
                   PERFORM CAPTURE-ONE-SALE-PROCEDURE
               END-IF
               DISPLAY "Mais uma venda? (S/N, F = fuga sem "
                   "pagamento): " WITH NO ADVANCING
               ACCEPT WS-CONTINUA
           END-PERFORM.

           CLOSE GAS-SALES-FILE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
           DISPLAY "Vendas registadas nesta sessao: " WS-N-WRITTEN
               " em " WS-GAS-SALES-PATH.
           STOP RUN.


       CAPTURE-ONE-SALE-PROCEDURE.
           MOVE SPACES TO WS-SEL-PLATE.
           DISPLAY "Produto ou codigo de artigo de loja (ate 20 "
               "caracteres): " WITH NO ADVANCING.
           ACCEPT WS-SEL-NAME.
           MOVE WS-SEL-NAME TO WS-PROD-LOOKUP-NOME.
           PERFORM LOOKUP-PRODUCT-PROCEDURE.
           IF WS-PROD-FOUND = "Y"
               MOVE "C" TO WS-SEL-KIND
               MOVE WS-PROD-PRECO(PM-IDX) TO WS-SEL-PRICE
               MOVE WS-PROD-TAXA(PM-IDX) TO WS-SEL-TAX
           ELSE
               MOVE WS-SEL-NAME TO WS-SHOP-LOOKUP-CODIGO
               PERFORM FIND-SHOP-ITEM-PROCEDURE
               IF WS-SHOP-FOUND = "N"
                   DISPLAY "REJEITADO: produto sem preco no "
                       "PRODUCT-MASTER para a data de hoje nem "
                       "artigo de loja."
                   EXIT PARAGRAPH
               END-IF
               MOVE "L" TO WS-SEL-KIND
               MOVE WS-SHOP-PRECO(SK-IDX) TO WS-SEL-PRICE
               MOVE WS-SHOP-TAXA(SK-IDX) TO WS-SEL-TAX
               DISPLAY "Artigo de loja: " WS-SHOP-DESCRICAO(SK-IDX)
           END-IF.

           MOVE ZERO TO WS-SEL-QTY.
           PERFORM UNTIL WS-SEL-QTY > ZERO
               IF WS-SEL-KIND = "L"
                   DISPLAY "Quantidade (unidades, 999): "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "Quantidade (litros, 999): "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS-SEL-QTY
           END-PERFORM.

           DISPLAY "Tipo (S=venda, R=devolucao, V=estorno, "
               "P=troca de pontos, I=consumo interno): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-TTYPE.
           IF WS-SEL-TTYPE NOT = "S" AND WS-SEL-TTYPE NOT = "s"
               AND WS-SEL-TTYPE NOT = "R" AND WS-SEL-TTYPE NOT = "r"
               AND WS-SEL-TTYPE NOT = "V" AND WS-SEL-TTYPE NOT = "v"
               AND WS-SEL-TTYPE NOT = "P" AND WS-SEL-TTYPE NOT = "p"
               AND WS-SEL-TTYPE NOT = "I" AND WS-SEL-TTYPE NOT = "i"
               DISPLAY "REJEITADO: tipo de transacao desconhecido."
               EXIT PARAGRAPH
           END-IF.

      *    consumo interno da frota de aluguer: nao e venda (sem
      *    conta, cartoes nem artigos de loja):
           IF WS-SEL-TTYPE = "I" OR WS-SEL-TTYPE = "i"
               PERFORM CAPTURE-INTERNAL-ISSUE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRICE-SALE-LINE-PROCEDURE.

           DISPLAY "Conta de frota (0 = dinheiro): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-ACCOUNT.
           MOVE ZERO TO WS-SEL-CARD.
           IF WS-SEL-ACCOUNT > ZERO
               DISPLAY "Cartao de frota (0 = sem cartao): "
                   WITH NO ADVANCING
               ACCEPT WS-SEL-CARD
           END-IF.

           DISPLAY "Cartao de cliente (0 = sem cartao): "
               WITH NO ADVANCING.
               EXIT PARAGRAPH
           END-IF.

      *    compra de pessoal: funcionario no master e com vinculo;
      *    nao se mistura com conta de frota nem com cartao de
      *    pontos (o desconto de pessoal ja e o beneficio):
           DISPLAY "Funcionario - compra de pessoal (0 = nao): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-STAFF.
           IF WS-SEL-STAFF > ZERO
               PERFORM CHECK-STAFF-BUYER-PROCEDURE
               IF WS-EMP-FOUND = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    venda a credito so com conta conhecida e credito
      *    disponivel -- a recusa acontece aqui, ao balcao:
           IF WS-SEL-ACCOUNT > ZERO
               END-IF
           END-IF.

           PERFORM WRITE-SALE-LINE-PROCEDURE.

      *    artigos de loja na mesma venda: herdam o tipo, o turno, a
      *    conta, o cartao e o funcionario da linha ja aceite (a
      *    troca de pontos fica so na primeira linha):
           IF WS-SEL-TTYPE = "P" OR WS-SEL-TTYPE = "p"
               MOVE "S" TO WS-SEL-TTYPE
           END-IF.
           MOVE "S" TO WS-SHOP-MORE.
           PERFORM UNTIL WS-SHOP-MORE = "N"
               DISPLAY "Artigo de loja na mesma venda (codigo, "
                   "ENTER = fim): " WITH NO ADVANCING
               MOVE SPACES TO WS-SEL-NAME
               ACCEPT WS-SEL-NAME
               IF WS-SEL-NAME = SPACES
                   MOVE "N" TO WS-SHOP-MORE
               ELSE
                   PERFORM CAPTURE-SHOP-LINE-PROCEDURE
               END-IF
           END-PERFORM.


       CAPTURE-SHOP-LINE-PROCEDURE.
           MOVE WS-SEL-NAME TO WS-SHOP-LOOKUP-CODIGO.
           PERFORM FIND-SHOP-ITEM-PROCEDURE.
           IF WS-SHOP-FOUND = "N"
               DISPLAY "REJEITADO: artigo de loja desconhecido."
               EXIT PARAGRAPH
           END-IF.
           MOVE "L" TO WS-SEL-KIND.
           MOVE WS-SHOP-PRECO(SK-IDX) TO WS-SEL-PRICE.
           MOVE WS-SHOP-TAXA(SK-IDX) TO WS-SEL-TAX.
           DISPLAY "Artigo de loja: " WS-SHOP-DESCRICAO(SK-IDX).
           MOVE ZERO TO WS-SEL-QTY.
           PERFORM UNTIL WS-SEL-QTY > ZERO
               DISPLAY "Quantidade (unidades, 999): "
                   WITH NO ADVANCING
               ACCEPT WS-SEL-QTY
           END-PERFORM.
           PERFORM PRICE-SALE-LINE-PROCEDURE.
           IF WS-SEL-ACCOUNT > ZERO
               PERFORM CHECK-FLEET-CREDIT-PROCEDURE
               IF WS-CUST-FOUND = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM WRITE-SALE-LINE-PROCEDURE.


      *    so combustivel e so para uma viatura do VEHICLE-MASTER; o
      *    PRODUCT-PRICES tira-o da cisterna ao custo medio:
       CAPTURE-INTERNAL-ISSUE-PROCEDURE.
           IF WS-SEL-KIND NOT = "C"
               DISPLAY "REJEITADO: consumo interno so de combustivel."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Matricula (consumo interno): " WITH NO ADVANCING.
           MOVE SPACES TO WS-VEHM-LOOKUP-PLATE.
           ACCEPT WS-VEHM-LOOKUP-PLATE.
           PERFORM LOOKUP-VEHICLE-PROCEDURE.
           IF WS-VEHM-FOUND = "N"
               DISPLAY "REJEITADO: matricula fora do VEHICLE-MASTER."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VEHM-LOOKUP-PLATE TO WS-SEL-PLATE.
           MOVE ZERO TO WS-SEL-ACCOUNT.
           MOVE ZERO TO WS-SEL-CARD.
           MOVE ZERO TO WS-SEL-MEMBER.
           MOVE ZERO TO WS-SEL-STAFF.
           PERFORM WRITE-SALE-LINE-PROCEDURE.


      *    preco imediato da linha: combustivel do PRODUCT-MASTER em
      *    vigor (o ISP por litro entra antes do IVA, como na
      *    faturacao); artigo de loja do SHOP-ITEMS, sem ISP:
       PRICE-SALE-LINE-PROCEDURE.
           IF WS-SEL-KIND = "C"
               COMPUTE WS-LINE-EXCISE ROUNDED =
                   WS-SEL-QTY * WS-PROD-ISP(PM-IDX)
           ELSE
               MOVE ZERO TO WS-LINE-EXCISE
           END-IF.
           COMPUTE WS-LINE-VALUE = (WS-SEL-QTY * WS-SEL-PRICE
               + WS-LINE-EXCISE) * (1 + WS-SEL-TAX / 100).
           MOVE WS-LINE-VALUE TO M-LINE.
           DISPLAY "Linha (com IVA): " M-LINE.


       WRITE-SALE-LINE-PROCEDURE.
           MOVE WS-SEL-NAME TO FNAME.
           MOVE WS-SEL-QTY TO FQTY.
           MOVE WS-SEL-PRICE TO FPRICE.
           MOVE WS-SEL-TAX TO FTAX.
           MOVE WS-SEL-TTYPE TO FTTYPE.
           MOVE WS-SEL-SHIFT TO FSHIFT.
           MOVE WS-SEL-ACCOUNT TO FACCOUNT.
           MOVE WS-SEL-MEMBER TO FMEMBER.
           MOVE WS-SEL-STAFF TO FSTAFF.
           MOVE WS-SEL-CARD TO FCARD.
           MOVE WS-SEL-PLATE TO FPLATE.
           WRITE GAS-SALE.
           ADD 1 TO WS-N-WRITTEN.
           DISPLAY "Venda registada.".
      *    a existencia da loja e so um aviso ao balcao -- a venda
      *    nao e recusada por falta de stock no ficheiro:
           IF WS-SEL-KIND = "L"
               IF WS-SEL-TTYPE = "R" OR WS-SEL-TTYPE = "r"
                   OR WS-SEL-TTYPE = "V" OR WS-SEL-TTYPE = "v"
                   ADD WS-SEL-QTY TO WS-SHOP-STOCK(SK-IDX)
               ELSE
                   SUBTRACT WS-SEL-QTY FROM WS-SHOP-STOCK(SK-IDX)
               END-IF
               IF WS-SHOP-STOCK(SK-IDX) < ZERO
                   MOVE WS-SHOP-STOCK(SK-IDX) TO M-STOCK
                   DISPLAY "AVISO: existencia de loja negativa ("
                       M-STOCK ") -- falta dar entrada de "
                       "mercadoria."
               END-IF
           END-IF.


      *    abastecimento levado sem pagar: fica no registo de fugas
      *    com o valor que teria sido cobrado; os litros entram na
      *    reconciliacao dos contadores e no livro das cisternas do
      *    PRODUCT-PRICES, e o incidente segue no
      *    DRIVE-OFF-REGISTER ate recuperado ou abatido:
       RECORD-DRIVE-OFF-PROCEDURE.
           DISPLAY "Produto (combustivel): " WITH NO ADVANCING.
           ACCEPT WS-SEL-NAME.
           MOVE WS-SEL-NAME TO WS-PROD-LOOKUP-NOME.
           PERFORM LOOKUP-PRODUCT-PROCEDURE.
           IF WS-PROD-FOUND = "N"
               DISPLAY "REJEITADO: combustivel sem preco no "
                   "PRODUCT-MASTER para a data de hoje."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SEL-QTY.
           PERFORM UNTIL WS-SEL-QTY > ZERO
               DISPLAY "Litros (999): " WITH NO ADVANCING
               ACCEPT WS-SEL-QTY
           END-PERFORM.
           DISPLAY "Bomba (99): " WITH NO ADVANCING.
           ACCEPT WS-DO-PUMP.
      *    o numero segue o mais alto ja no registo (relido agora,
      *    por causa de outros balcoes; a leitura usa a area do
      *    registo, por isso vem antes da matricula):
           PERFORM LOAD-DRIVE-OFFS-PROCEDURE.
           MOVE SPACES TO DO-MATRICULA.
           PERFORM UNTIL DO-MATRICULA NOT = SPACES
               DISPLAY "Matricula: " WITH NO ADVANCING
               ACCEPT DO-MATRICULA
           END-PERFORM.
           DISPLAY "N. da participacao a policia (ENTER = ainda "
               "sem): " WITH NO ADVANCING.
           MOVE SPACES TO DO-PARTICIPACAO.
           ACCEPT DO-PARTICIPACAO.

           COMPUTE WS-DO-VALUE ROUNDED = (WS-SEL-QTY
               * WS-PROD-PRECO(PM-IDX)
               + WS-SEL-QTY * WS-PROD-ISP(PM-IDX))
               * (1 + WS-PROD-TAXA(PM-IDX) / 100).
           ACCEPT WS-DO-TIME FROM TIME.
           COMPUTE DO-NUMERO = WS-DROF-LAST-NUMERO + 1.
           MOVE WS-BUSINESS-DATE TO DO-DATA.
           MOVE WS-DO-TIME(1:4) TO DO-HORA.
           MOVE WS-SEL-SHIFT TO DO-SHIFT.
           MOVE WS-DO-PUMP TO DO-BOMBA.
           MOVE WS-SEL-NAME TO DO-PRODUTO.
           MOVE WS-SEL-QTY TO DO-LITROS.
           MOVE WS-DO-VALUE TO DO-VALOR.
           MOVE WS-OPERATOR-ID TO DO-OPERATOR.
           MOVE "A" TO DO-ESTADO.
           MOVE ZERO TO DO-RECUPERADO.
           MOVE ZERO TO DO-DATA-FECHO.
           PERFORM APPEND-DRIVE-OFF-PROCEDURE.
           MOVE WS-DO-VALUE TO M-LINE.
           DISPLAY "Fuga n. " DO-NUMERO " registada (valor " M-LINE
               ").".


      *    conta conhecida e com credito para esta linha? O saldo em
           END-IF.

           IF WS-SEL-TTYPE = "S" OR WS-SEL-TTYPE = "s"
      *        cartao de frota: veiculo, combustivel e limites do
      *        cartao antes do limite de credito da conta:
               PERFORM CHECK-SALE-CARD-PROCEDURE
               IF WS-FC-OK = "N"
                   MOVE "N" TO WS-CUST-FOUND
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-CREDIT-AVAIL =
                   WS-CUST-LIMIT(CU-IDX) - WS-CUST-BALANCE(CU-IDX)
               IF WS-LINE-VALUE > WS-CREDIT-AVAIL
                   EXIT PARAGRAPH
               END-IF
               ADD WS-LINE-VALUE TO WS-CUST-BALANCE(CU-IDX)
               IF WS-SEL-CARD > ZERO
                   PERFORM ADD-FLEET-CARD-USAGE-PROCEDURE
               END-IF
           END-IF.


      *    a recusa do cartao fica no registo para o gestor de frota
      *    do cliente; as linhas de loja so contam para o valor:
       CHECK-SALE-CARD-PROCEDURE.
           MOVE WS-SEL-ACCOUNT TO WS-FC-CHK-ACCOUNT.
           MOVE WS-SEL-CARD TO WS-FC-CHK-CARTAO.
           IF WS-SEL-KIND = "C"
               MOVE WS-SEL-NAME TO WS-FC-CHK-PRODUTO
               MOVE WS-SEL-QTY TO WS-FC-CHK-LITROS
           ELSE
               MOVE SPACES TO WS-FC-CHK-PRODUTO
               MOVE ZERO TO WS-FC-CHK-LITROS
           END-IF.
           MOVE WS-LINE-VALUE TO WS-FC-CHK-VALOR.
           MOVE WS-BUSINESS-DATE TO WS-FC-CHK-DATA.
           PERFORM CHECK-FLEET-CARD-PROCEDURE.
           IF WS-FC-OK = "N"
               DISPLAY "REJEITADO: cartao de frota -- " WS-FC-MOTIVO
               MOVE "GAS-TILL" TO WS-FC-CHK-ORIGEM
               IF WS-SEL-KIND = "L"
                   MOVE WS-SEL-NAME TO WS-FC-CHK-PRODUTO
               END-IF
               PERFORM LOG-FLEET-DECLINED-PROCEDURE
           END-IF.


       CHECK-STAFF-BUYER-PROCEDURE.
           IF WS-SEL-ACCOUNT > ZERO OR WS-SEL-MEMBER > ZERO
               DISPLAY "REJEITADO: compra de pessoal nao leva conta "
                   "de frota nem cartao de cliente."
               MOVE "N" TO WS-EMP-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-STAFF TO WS-EMP-LOOKUP-NUMERO.
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           IF WS-EMP-FOUND = "N"
               DISPLAY "REJEITADO: funcionario desconhecido."
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-TERM-YEAR NOT = ZERO
               DISPLAY "REJEITADO: funcionario sem vinculo ativo."
               MOVE "N" TO WS-EMP-FOUND
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Compra de pessoal: " WS-EMP-NOME " "
               WS-EMP-APELIDO.


       LOAD-CUSTOMER-MASTER-PROCEDURE.
           MOVE ZERO TO WS-CUST-COUNT.
           MOVE SPACES TO WS-CUSTOMER-EOF.

       COPY "PRODMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EMPLMP.cpy".

       COPY "SHOPP.cpy".

       COPY "DROFP.cpy".

       COPY "FCARDP.cpy".

       COPY "VEHMP.cpy".

       END PROGRAM GAS-TILL.
