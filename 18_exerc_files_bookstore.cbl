       PROGRAM-ID. BOOKSTORE.
      *=================================================================
      * Purpose: Read a file with book sales data and write a report.
      *          Institutional customers (schools, libraries) are
      *          validated against BOOK-CUSTOMERS: their agreed
      *          discount replaces the keyed one, sales over the
      *          credit limit are refused and on-account sales go to
      *          the bookstore customer ledger.
      *          Sales keyed at a price other than the publisher's
      *          recommended retail price in force on the STOCK-MASTER
      *          are flagged. The STOCK-MASTER keeps the date of each
      *          title's last sale for the stock-ageing report,
      *          and the title's author for the counter till.
      *          The royalties owed to each author and the net owed
      *          to each publisher on the consignment settlement are
      *          recorded in the payables open-items ledger.
      * Author:  Victor Domingos
      * Date:    2019-10-16
      * License: MIT
               ASSIGN TO DYNAMIC WS-CURRENCY-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRENCY-STATUS.
      *    numerador das faturas a dinheiro da livraria (as vendas
      *    a credito ficam na fatura do cliente, no razao):
           SELECT BOOK-INVOICE-COUNTER-FILE
               ASSIGN TO DYNAMIC WS-BOOK-INV-CTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-INV-CTR-STATUS.
           COPY "EXCEPTSEL.cpy".

      *    vales-oferta: uma linha com FVOUCHER paga-se (em parte ou
      *    registo de impressoes digitais dos ficheiros de entrada:
           COPY "FNGRSEL.cpy".
           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
      *    compras de pessoal, recuperadas na folha:
           COPY "STFPSEL.cpy".
      *    controlo de execucao por data de negocio:
           COPY "RUNCTLSEL.cpy".
      *    diario de lancamentos para a contabilidade (pares
      *    debito/credito equilibrados dos totais do dia):
           COPY "GLJRNSEL.cpy".
      *    clientes institucionais e conta-corrente das vendas a
      *    credito:
           COPY "BCUSSEL.cpy".
           COPY "BLDGSEL.cpy".
      *    contas a pagar: direitos de autor e acertos de editora:
           COPY "SUPPSEL.cpy".
           COPY "APOISEL.cpy".
      *    registo de documentos de venda (exportacao fiscal):
           COPY "SDOCSEL.cpy".

      *    vendas sem stock deixam de se perder: ficam em carteira
      *    num ficheiro de backorders, satisfeitas por ordem de
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
      *    para estorno/correcao de uma venda do proprio dia:
           05 FTTYPE     PIC X.
      *    referencia do cliente, para o poder contactar quando um
      *    backorder ficar satisfeito; preenchida, tem de existir no
      *    BOOK-CUSTOMERS (escolas e bibliotecas com conta):
           05 FCUSTREF   PIC X(10).
      *    vale-oferta que paga (parte de) esta linha (0 = sem vale):
           05 FVOUCHER   PIC 9(6).
      *    compra de pessoal (0 = nao): numero do funcionario; a
      *    linha leva o desconto de pessoal e o liquido vai para o
      *    ficheiro de compras de pessoal, recuperado na folha, em
      *    vez de ser cobrado no caixa:
           05 FSTAFF     PIC 9(5).

       FD SALES-REPORT-FILE.
       01 SALES-REPORT.
           05 STTYPE          PIC X.
           05 FILLER          PIC X(5) VALUE SPACES.
           05 SOBSERVATIONS   PIC X(15).
           05 FILLER          PIC X(5) VALUE SPACES.
      *    forma de pagamento da linha: D caixa (com ou sem vale),
      *    P compra de pessoal, C conta-corrente do cliente, R linha
      *    recusada, A desconto alto (nao faturada) -- so as linhas D
      *    entram no total do trailer, menos a parte paga com vale:
           05 SPAYMENT        PIC X.
           05 FILLER          PIC X(5) VALUE SPACES.
           05 SVOUCHER-VALUE  PIC 9(8).

      * trailer de controlo, gravado uma vez ao fechar o
      * ficheiro:

       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "STFPFD.cpy".

       COPY "RUNCTLFD.cpy".
       COPY "GLJRNFD.cpy".

       COPY "BCUSFD.cpy".
       COPY "BLDGFD.cpy".

       COPY "SUPPFD.cpy".
       COPY "APOIFD.cpy".
       COPY "SDOCFD.cpy".

       FD  BOOK-INVOICE-COUNTER-FILE.
       01  BOOK-INVOICE-COUNTER-RECORD PIC 9(6).

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.

       COPY "CKPTFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      * inventario de STOCK-MASTER, decrementado a cada venda em vez de
      * nao ser controlado em lado nenhum:
       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".
       01 WS-STOCK-OK        PIC X.

      * compras de pessoal: liquido (depois do desconto de pessoal)
      * debitado aos funcionarios em vez de cobrado no caixa:
       COPY "STFPWS.cpy".
       01 WS-STAFF-TOTAL     PIC S9(10)V99 VALUE ZERO.

      * clientes institucionais: o desconto acordado substitui o
      * teclado, e a venda a credito sai do caixa para a conta-corrente
      * do cliente (recusada acima do limite de credito):
       COPY "BCUSWS.cpy".
       COPY "BLDGWS.cpy".

      * contas a pagar aos autores e editoras:
       COPY "SUPPWS.cpy".
       COPY "APOIWS.cpy".
       COPY "SDOCWS.cpy".
       01  WS-BOOK-INV-CTR-PATH   PIC X(60)
           VALUE "..\book-invoice.ctr".
       01  WS-BOOK-INV-CTR-STATUS PIC XX.
       01  WS-BOOK-INVOICE-NO     PIC 9(6).
       01 WS-ON-ACCOUNT      PIC X.
       01 WS-LINE-REFUSED    PIC X.
       01 WS-REFUSE-REASON   PIC X(15).
       01 WS-ACCOUNT-TOTAL   PIC S9(10)V99 VALUE ZERO.

      * carteira de backorders:
       01 WS-BACKORDER-PATH   PIC X(60) VALUE "..\backorders.txt".
       01 WS-BACKORDER-STATUS PIC XX.
      * point returns with GOBACK instead:
       01  WS-CALLED-AS-SUB PIC X VALUE "N".

       COPY "SPOOLWS.cpy".


      *=================================================================
       PROCEDURE DIVISION.
           PERFORM READ-PUBLISHER-TAX-PROCEDURE.
           PERFORM READ-AUTHOR-CONTRACTS-PROCEDURE.
           PERFORM READ-CURRENCY-RATES-PROCEDURE.
           MOVE "BOOKSTORE" TO WS-RJ-JOB.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM INIT-VOUCHER-PATH-PROCEDURE.
           PERFORM LOAD-VOUCHER-FILE-PROCEDURE.
           PERFORM INIT-STFP-PATH-PROCEDURE.
           PERFORM OPEN-STAFF-PURCHASES-PROCEDURE.
           PERFORM INIT-BCUS-PATH-PROCEDURE.
           PERFORM LOAD-BOOK-CUSTOMERS-PROCEDURE.
           PERFORM INIT-BLDG-PATH-PROCEDURE.
           PERFORM LOAD-BOOK-BALANCES-PROCEDURE.
           PERFORM OPEN-BOOK-LEDGER-PROCEDURE.
           PERFORM INIT-SUPP-PATH-PROCEDURE.
           PERFORM LOAD-SUPP-FILE-PROCEDURE.
           PERFORM INIT-APOI-PATH-PROCEDURE.
           PERFORM LOAD-APOI-FILE-PROCEDURE.
           PERFORM OPEN-SALES-DOCS-PROCEDURE.
           PERFORM READ-BOOK-INVOICE-CTR-PROCEDURE.
           IF WS-VCHR-OVERFLOW = "Y"
               DISPLAY "AVISO: vouchers com mais linhas do que a "
                   "tabela (200) -- trocas de vale recusadas e "
           CLOSE BOOK-SALES-FILE
           CLOSE SALES-REPORT-FILE
           CLOSE BACKORDER-FILE
           CLOSE STAFF-PURCHASES-FILE
           CLOSE BOOK-LEDGER-FILE
           CLOSE SALES-DOCS-FILE

           PERFORM WRITE-ROYALTY-EXTRACT-PROCEDURE.
           CLOSE ROYALTY-REPORT-FILE.
           MOVE "BOOKSTORE" TO WS-SPL-PROGRAM.
           MOVE "RELATORIO DE DIREITOS DE AUTOR" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-ROYALTY-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           PERFORM WRITE-ROYALTY-PAYMENTS-PROCEDURE.
           PERFORM CLEAR-CHECKPOINT-PROCEDURE.
           PERFORM MARK-RUN-PROCESSED-PROCEDURE.
           PERFORM RECORD-FINGERPRINT-PROCEDURE.
               MOVE WS-VCH-RED-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    compras de pessoal: a receber dos funcionarios (pela
      *    folha), nao do caixa:
           IF WS-STAFF-TOTAL NOT = ZERO
               MOVE "BOOKSTORE-STAFF" TO WS-GL-KEY
               MOVE WS-STAFF-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    vendas a credito a clientes institucionais: a receber dos
      *    clientes, nao do caixa:
           IF WS-ACCOUNT-TOTAL NOT = ZERO
               MOVE "BOOKSTORE-ACCT" TO WS-GL-KEY
               MOVE WS-ACCOUNT-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    IVA liquidado nas faturas do dia: sai das vendas para a
      *    conta do imposto (chave BOOKSTORE-IVA):
           IF WS-SDOC-IVA-TOTAL NOT = ZERO
               MOVE "BOOKSTORE-IVA" TO WS-GL-KEY
               MOVE WS-SDOC-IVA-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
           CLOSE GL-JOURNAL-FILE.

           PERFORM WRITE-SETTLEMENT-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.
           IF WS-APOI-DIRTY = "Y"
               PERFORM SAVE-APOI-FILE-PROCEDURE
           END-IF.
           PERFORM BESTSELLER-REPORT-PROCEDURE.
           PERFORM REORDER-REPORT-PROCEDURE.
           PERFORM SAVE-STOCK-MASTER-PROCEDURE.
           MOVE FPRICE TO SPRICE.
           MOVE FTTYPE TO STTYPE.
           MOVE SPACES TO SOBSERVATIONS.
           MOVE "D" TO SPAYMENT.
           MOVE ZERO TO SVOUCHER-VALUE.

           PERFORM CHECK-CUSTOMER-PROCEDURE.
           PERFORM DETECT-ISBN-FORMAT-PROCEDURE.
           PERFORM LOOKUP-PUBLISHER-TAX-PROCEDURE.

               COMPUTE WS-SIGNED-VALUE = WS-SIGNED-VALUE * -1
           END-IF.

      *    venda a credito acima do limite: o saldo em divida (razao
      *    mais as linhas ja lancadas nesta execucao) com esta linha
      *    nao pode passar o limite do cliente:
           IF WS-ON-ACCOUNT = "Y"
               AND (FTTYPE NOT = "V" AND FTTYPE NOT = "v")
               AND WS-BC-SALDO(BC-IDX) + CINVOICED-VALUE
                   > WS-BC-LIMITE(BC-IDX)
               MOVE "Y" TO WS-LINE-REFUSED
               MOVE "LIMITE CREDITO" TO WS-REFUSE-REASON
           END-IF.

           PERFORM VALIDATE-ISBN-PROCEDURE.

           MOVE FISBN TO WS-STOCK-LOOKUP-ISBN.
                   MOVE "STOCK INSUFICIENTE" TO SOBSERVATIONS
               END-IF
      *        a venda perdida fica em carteira para satisfazer
      *        quando chegar stock (uma venda recusada nao):
               IF WS-LINE-REFUSED = "N"
                   PERFORM WRITE-BACKORDER-PROCEDURE
               END-IF
           END-IF.

      *    linha recusada (cliente nao registado ou limite de
      *    credito): nao fatura nem mexe no stock. O desconto acordado
      *    de um cliente institucional nao esta sujeito ao teto:
           IF WS-LINE-REFUSED = "Y"
               MOVE "N" TO WS-STOCK-OK
               MOVE "R" TO SPAYMENT
               IF SOBSERVATIONS = SPACES
                   MOVE WS-REFUSE-REASON TO SOBSERVATIONS
               END-IF
           ELSE IF FDISCOUNT > WS-MAX-DISCOUNT
               AND WS-BCUS-FOUND = "N"
               MOVE "A" TO SPAYMENT
               IF SOBSERVATIONS = SPACES
                   MOVE "DESCONTO ALTO" TO SOBSERVATIONS
               END-IF
      *        saldo do vale:
      *        linhas anteriores a coluna do vale leem espacos em
      *        FVOUCHER -- contam como "sem vale":
      *        compra de pessoal: a linha inteira sai do caixa e o
      *        liquido com desconto fica a dever pelo funcionario
      *        (linhas anteriores a coluna de pessoal leem espacos):
      *        venda a credito de cliente institucional: vai para a
      *        conta-corrente do cliente. Qualquer que seja a forma
      *        de pagamento, a linha faturada entra no registo de
      *        documentos de venda:
               EVALUATE TRUE
                   WHEN FSTAFF NUMERIC AND FSTAFF > ZERO
                       MOVE "P" TO SPAYMENT
                       PERFORM POST-STAFF-LINE-PROCEDURE
                   WHEN WS-ON-ACCOUNT = "Y"
                       MOVE "C" TO SPAYMENT
                       PERFORM POST-ACCOUNT-LINE-PROCEDURE
                   WHEN FVOUCHER NUMERIC AND FVOUCHER > ZERO
                       AND (FTTYPE NOT = "V" AND FTTYPE NOT = "v")
                       PERFORM REDEEM-LINE-VOUCHER-PROCEDURE
               END-EVALUATE
               PERFORM REGISTER-BOOK-DOC-PROCEDURE
           END-IF.

      *    preco teclado diferente do PVP em vigor na tabela da
      *    editora (titulos ainda sem PVP nao se conferem): a venda
      *    segue com o FPRICE, mas fica assinalada para conferir:
           IF WS-STOCK-FOUND = "Y" AND WS-LINE-REFUSED = "N"
               MOVE WS-TODAY-DATE TO WS-STOCK-PVP-ON
               PERFORM CURRENT-PVP-PROCEDURE
               IF WS-STOCK-PVP-CURRENT > ZERO
                   AND FPRICE NOT = WS-STOCK-PVP-CURRENT
                   AND SOBSERVATIONS = SPACES
                   MOVE "PRECO <> PVP" TO SOBSERVATIONS
               END-IF
           END-IF.

           IF WS-STOCK-OK = "Y"
               SUBTRACT WS-SIGNED-QTY FROM WS-STOCK-ON-HAND(SM-IDX)
      *        data da ultima venda (um estorno nao conta) e editora
      *        do titulo enquanto nao houver entradas, para a
      *        antiguidade do stock; o autor fica para o caixa do
      *        balcao:
               IF FTTYPE NOT = "V" AND FTTYPE NOT = "v"
                   MOVE WS-TODAY-DATE TO WS-STOCK-ULT-VENDA(SM-IDX)
               END-IF
               IF WS-STOCK-EDITORA(SM-IDX) = SPACES
                   MOVE FPUBLISHER TO WS-STOCK-EDITORA(SM-IDX)
               END-IF
               IF WS-STOCK-AUTOR(SM-IDX) = SPACES
                   MOVE FAUTHOR TO WS-STOCK-AUTOR(SM-IDX)
               END-IF
           END-IF.

      *    estorno/correcao de uma venda do proprio dia: fica
           PERFORM REDEEM-VOUCHER-PROCEDURE.
           IF WS-VCHR-OK = "Y"
               SUBTRACT WS-VCHR-APPLIED FROM C-TOTAL
               MOVE WS-VCHR-APPLIED TO SVOUCHER-VALUE
               ADD WS-VCHR-APPLIED TO WS-VCH-RED-TOTAL
           ELSE
               MOVE "BOOKSTORE" TO EX-PROGRAM
           END-IF.


      *    Compra de pessoal: o desconto de pessoal aplica-se a linha
      *    faturada e o liquido vai para o ficheiro de compras de
      *    pessoal (um estorno leva liquido negativo e abate ao que o
      *    funcionario deve).
       POST-STAFF-LINE-PROCEDURE.
           MOVE FSTAFF TO WS-STFP-NUMERO.
           MOVE WS-TODAY-DATE TO WS-STFP-DATA.
           MOVE "L" TO WS-STFP-ORIGEM.
           MOVE FTITLE(1:20) TO WS-STFP-DESCR.
           MOVE WS-SIGNED-VALUE TO WS-STFP-VALUE.
           MOVE WS-STFP-BOOK-PCT TO WS-STFP-PCT.
           PERFORM WRITE-STAFF-PURCHASE-PROCEDURE.
           SUBTRACT WS-SIGNED-VALUE FROM C-TOTAL.
           ADD WS-STFP-NET TO WS-STAFF-TOTAL.


      *    FCUSTREF preenchido tem de estar no BOOK-CUSTOMERS; o
      *    desconto acordado do cliente substitui o FDISCOUNT teclado
      *    e, com prazo de pagamento, a venda e a credito:
       CHECK-CUSTOMER-PROCEDURE.
           MOVE "N" TO WS-ON-ACCOUNT.
           MOVE "N" TO WS-LINE-REFUSED.
           MOVE "N" TO WS-BCUS-FOUND.
           IF FCUSTREF = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FCUSTREF TO WS-BCUS-LOOKUP-REF.
           PERFORM LOOKUP-BOOK-CUSTOMER-PROCEDURE.
           IF WS-BCUS-FOUND = "N"
               MOVE "Y" TO WS-LINE-REFUSED
               MOVE "CLIENTE NAO REG" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BC-DESCONTO(BC-IDX) TO CDISCOUNT.
           MOVE WS-BC-DESCONTO(BC-IDX) TO SDISCOUNT.
           IF WS-BC-PRAZO(BC-IDX) > ZERO
               MOVE "Y" TO WS-ON-ACCOUNT
           END-IF.


      *    Venda a credito: a linha sai do caixa e fica no razao do
      *    cliente, numa fatura por cliente e por execucao (um
      *    estorno entra como nota de credito e abate ao saldo).
       POST-ACCOUNT-LINE-PROCEDURE.
           IF WS-BC-FATURA(BC-IDX) = ZERO
               ADD 1 TO WS-BLDG-LAST-FATURA
               MOVE WS-BLDG-LAST-FATURA TO WS-BC-FATURA(BC-IDX)
           END-IF.
           MOVE FCUSTREF TO BL-REF.
           MOVE WS-BC-FATURA(BC-IDX) TO BL-FATURA.
           MOVE WS-TODAY-DATE TO BL-DATA.
           IF FTTYPE = "V" OR FTTYPE = "v"
               MOVE "C" TO BL-TIPO
           ELSE
               MOVE "F" TO BL-TIPO
           END-IF.
           MOVE WS-SIGNED-VALUE TO BL-VALOR.
           MOVE FTITLE(1:20) TO BL-DESC.
           PERFORM WRITE-BOOK-LEDGER-PROCEDURE.
           ADD WS-SIGNED-VALUE TO WS-BC-SALDO(BC-IDX).
           SUBTRACT WS-SIGNED-VALUE FROM C-TOTAL.
           ADD WS-SIGNED-VALUE TO WS-ACCOUNT-TOTAL.


      *    Registo de documentos de venda: a venda a credito e mais
      *    uma linha da fatura do cliente nesta execucao (um estorno
      *    entra como linha negativa dessa fatura); as outras linhas
      *    aceites sao cada uma a sua fatura a dinheiro, numerada no
      *    contador proprio da livraria (nota de credito para um
      *    estorno). Na compra de pessoal o documento e pelo liquido
      *    com o desconto de pessoal.
       REGISTER-BOOK-DOC-PROCEDURE.
           INITIALIZE SALES-DOCS-RECORD.
           MOVE WS-TODAY-DATE TO SD-DATA.
           IF WS-BCUS-FOUND = "Y"
               MOVE WS-BC-REF(BC-IDX) TO SD-CLIENTE
               MOVE WS-BC-NIF(BC-IDX) TO SD-NIF
               MOVE WS-BC-NOME(BC-IDX) TO SD-NOME
           END-IF.
           MOVE FISBN TO SD-PRODUTO.
           MOVE FTITLE(1:30) TO SD-DESC.
           MOVE FQTY TO SD-QTD.
           MOVE CTAX TO SD-TAXA.
           IF WS-ON-ACCOUNT = "Y"
               AND NOT (FSTAFF NUMERIC AND FSTAFF > ZERO)
               MOVE "LCC" TO SD-SERIE
               MOVE WS-BC-FATURA(BC-IDX) TO SD-NUMERO
               ADD 1 TO WS-BC-LINHAS(BC-IDX)
               MOVE WS-BC-LINHAS(BC-IDX) TO SD-LINHA
               MOVE "FT" TO SD-TIPO
               MOVE WS-SIGNED-VALUE TO SD-VALOR
           ELSE
               ADD 1 TO WS-BOOK-INVOICE-NO
               PERFORM WRITE-BOOK-INVOICE-CTR-PROCEDURE
               MOVE "LIV" TO SD-SERIE
               MOVE WS-BOOK-INVOICE-NO TO SD-NUMERO
               MOVE 1 TO SD-LINHA
               IF FTTYPE = "V" OR FTTYPE = "v"
                   MOVE "NC" TO SD-TIPO
               ELSE
                   MOVE "FT" TO SD-TIPO
               END-IF
               IF FSTAFF NUMERIC AND FSTAFF > ZERO
                   MOVE WS-STFP-NET TO SD-VALOR
               ELSE
                   MOVE CINVOICED-VALUE TO SD-VALOR
               END-IF
               IF SD-VALOR < ZERO
                   COMPUTE SD-VALOR = SD-VALOR * -1
               END-IF
           END-IF.
           PERFORM WRITE-SALES-DOC-PROCEDURE.


      *    o contador e regravado a cada numero: um rearranque a
      *    partir do checkpoint continua a numeracao:
       READ-BOOK-INVOICE-CTR-PROCEDURE.
           MOVE ZERO TO WS-BOOK-INVOICE-NO.
           OPEN INPUT BOOK-INVOICE-COUNTER-FILE.
           IF WS-BOOK-INV-CTR-STATUS = "00"
               READ BOOK-INVOICE-COUNTER-FILE
                   NOT AT END MOVE BOOK-INVOICE-COUNTER-RECORD
                       TO WS-BOOK-INVOICE-NO
               END-READ
           END-IF.
           CLOSE BOOK-INVOICE-COUNTER-FILE.


       WRITE-BOOK-INVOICE-CTR-PROCEDURE.
           OPEN OUTPUT BOOK-INVOICE-COUNTER-FILE.
           MOVE WS-BOOK-INVOICE-NO TO BOOK-INVOICE-COUNTER-RECORD.
           WRITE BOOK-INVOICE-COUNTER-RECORD.
           CLOSE BOOK-INVOICE-COUNTER-FILE.


       SKIP-CHECKPOINT-RECORDS-PROCEDURE.
           PERFORM WS-CHECKPOINT-COUNT TIMES
               READ BOOK-SALES-FILE
               STRING WS-AUTHOR-NAME(AU-IDX) " a pagar: " M-ROYALTY
                   DELIMITED BY SIZE INTO ROYALTY-PAYMENT-LINE
               WRITE ROYALTY-PAYMENT-LINE
               IF WS-ROYALTY-PAYABLE NOT = ZERO
                   MOVE WS-AUTHOR-NAME(AU-IDX) TO OIN-FORNEC
                   MOVE "DAUT" TO OIN-ORIGEM
                   MOVE WS-ROYALTY-PAYABLE TO OIN-VALOR
                   PERFORM POST-PAYABLE-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO ROYALTY-PAYMENT-LINE.
           MOVE WS-ROYALTY-ACCRUAL TO M-ROYALTY.
               DELIMITED BY SIZE INTO ROYALTY-PAYMENT-LINE.
           WRITE ROYALTY-PAYMENT-LINE.
           CLOSE ROYALTY-PAYMENTS-FILE.
           MOVE "BOOKSTORE" TO WS-SPL-PROGRAM.
           MOVE "PAGAMENTOS DE DIREITOS DE AUTOR" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-ROYALTY-PAY-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY " ".
           DISPLAY "Direitos de autor a provisionar: " M-ROYALTY.

               PERFORM WRITE-ONE-SETTLEMENT-PROCEDURE
           END-PERFORM.
           CLOSE PUB-SETTLEMENT-FILE.
           MOVE "BOOKSTORE" TO WS-SPL-PROGRAM.
           MOVE "ACERTO COM EDITORAS" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-PUB-SETTLE-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


       WRITE-ONE-SETTLEMENT-PROCEDURE.
           STRING "LIQUIDO A PAGAR A EDITORA: " M-SETTLE
               DELIMITED BY SIZE INTO PUB-SETTLEMENT-LINE.
           WRITE PUB-SETTLEMENT-LINE.
           IF WS-SETTLE-NET NOT = ZERO
               MOVE WS-PS-NAME(PS-IDX) TO OIN-FORNEC
               MOVE "CONS" TO OIN-ORIGEM
               MOVE WS-SETTLE-NET TO OIN-VALOR
               PERFORM POST-PAYABLE-PROCEDURE
           END-IF.


      *    um documento por fornecedor, origem e dia (uma reexecucao
      *    do mesmo dia nao volta a dever o mesmo); um valor negativo
      *    fica como credito a abater no pagamento seguinte:
       POST-PAYABLE-PROCEDURE.
      *    direitos de autor e acertos de consignacao (ja liquidos
      *    da taxa da editora) nao trazem IVA dedutivel:
           MOVE ZERO TO OIN-TAXA.
           MOVE ZERO TO OIN-IVA.
           MOVE SPACES TO OIN-DOC.
           STRING OIN-ORIGEM(1:2) WS-TODAY-DATE
               DELIMITED BY SIZE INTO OIN-DOC.
           MOVE SPACES TO OIN-REF.
           MOVE WS-TODAY-DATE TO OIN-DATA.
           PERFORM ADD-OPEN-ITEM-PROCEDURE.
           IF WS-APOI-ADDED = "N"
               MOVE "BOOKSTORE" TO EX-PROGRAM
               MOVE "Conta a pagar nao lancada" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING OIN-ORIGEM " " OIN-FORNEC
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           IF WS-APOI-NO-SUPP = "Y"
               MOVE "BOOKSTORE" TO EX-PROGRAM
               MOVE "Fornecedor sem ficha" TO EX-REASON
               MOVE OIN-FORNEC TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.


       ACCUMULATE-TITLE-PROCEDURE.

       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "STFPP.cpy".

       COPY "BCUSP.cpy".

       COPY "BLDGP.cpy".

       COPY "SUPPP.cpy".

       COPY "APOIP.cpy".

       COPY "SDOCP.cpy".

       COPY "RUNCTLP.cpy".
       COPY "GLJRNP.cpy".

           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PUB-SETTLE-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOK_INVOICE_CTR".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BOOK-INV-CTR-PATH
           END-IF.
      *    idade maxima tolerada de um cambio, em dias:
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CURRENCY_MAX_AGE_DAYS".
           IF WS-ENV-VALUE NOT = SPACES
                   TO WS-CURRENCY-MAX-AGE
           END-IF.

       COPY "SPOOLP.cpy".

       END PROGRAM BOOKSTORE.
