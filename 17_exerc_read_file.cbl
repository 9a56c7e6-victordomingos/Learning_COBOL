           ASSIGN TO DYNAMIC WS-TANK-STOCK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TANK-STOCK-STATUS.
      *    livro do ISP: uma linha por produto e dia faturado (litros
      *    vendidos liquidos e imposto), acumulado entre execucoes
      *    para a declaracao mensal do EXCISE-RETURN:
           SELECT EXCISE-LEDGER-FILE
           ASSIGN TO DYNAMIC WS-EXCISE-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCISE-LEDGER-STATUS.
      *    historico diario de variancias por cisterna (sonda vs
      *    fecho esperado), acumulado entre execucoes para o
      *    TANK-TREND detetar fugas lentas que cada dia isolado
           ASSIGN TO DYNAMIC WS-TANK-VAR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TANK-VAR-STATUS.
      *    mudancas de preco a meio do dia (sonda e marca no
      *    ficheiro de vendas) e relatorio de reavaliacao da
      *    existencia em cisterna:
           COPY "PRCHSEL.cpy".
           SELECT TANK-REVAL-FILE
           ASSIGN TO DYNAMIC WS-TANK-REVAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
      *    contas-correntes de clientes frota (limite de credito e
      *    saldo) e razao de movimentos a credito:
      *    declaracao de caixa por turno (dinheiro contado pelo
           FILE STATUS IS WS-ACCT-LEDGER-STATUS.
           COPY "EXCEPTSEL.cpy".
           COPY "PRODMSEL.cpy".
      *    artigos da loja (lubrificantes, fichas de lavagem,
      *    acessorios) vendidos ao lado do combustivel:
           COPY "SHOPSEL.cpy".
      *    fugas sem pagamento registadas no balcao:
           COPY "DROFSEL.cpy".
      *    registo das bombas e testes de afericao:
           COPY "PUMPSEL.cpy".
      *    cartoes de frota (limites por cartao e recusas):
           COPY "FCARDSEL.cpy".
      *    consumos internos da frota de aluguer: viaturas do
      *    VEHICLE-MASTER, custo medio das cisternas e registo:
           COPY "VEHMSEL.cpy".
           COPY "FAVCSEL.cpy".
           COPY "FINTSEL.cpy".
      *    controlo de execucao por data de negocio (req de nao
      *    refaturar um dia ja processado):
           COPY "RUNCTLSEL.cpy".
      *    protocolo de lock dos masters partilhados:
           COPY "MLOCSEL.cpy".

      *    compras de pessoal, recuperadas na folha:
           COPY "STFPSEL.cpy".

      *    registo de documentos de venda (exportacao fiscal):
           COPY "SDOCSEL.cpy".

      *    fila de reemissao do workbench de excecoes: registos
      *    corrigidos, processados a frente da entrada do dia:
           SELECT RESUBMIT-GAS-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKPOINT-STATUS.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
      *    cartao de fidelizacao (0 = sem cartao): acumula pontos por
      *    litro nas vendas a dinheiro e paga descontos no tipo "P":
           05 FMEMBER    PIC 9(5).
      *    compra de pessoal (0 = nao): numero do funcionario; a
      *    linha leva o desconto de pessoal e o liquido vai para o
      *    ficheiro de compras de pessoal, recuperado na folha, em
      *    vez de entrar no caixa:
           05 FSTAFF     PIC 9(5).
      *    cartao de frota usado na venda a credito (0 = sem cartao):
      *    o cartao limita veiculo, combustiveis e litros/valor:
           05 FCARD      PIC 9(6).
      *    consumo interno (tipo "I"): viatura de aluguer abastecida
      *    nas bombas -- sai da cisterna ao custo, sem receita nem
      *    IVA, e o custo vai para o negocio de aluguer:
           05 FPLATE     PIC X(8).

       FD GAS-INVOICE-FILE.
       01 GAS-INVOICE.
           05 I-INVOICE-NO PIC 9(6).
           05 ISHIFT      PIC 99.
           05 IACCOUNT    PIC 9(5).
      *    ISP da linha (litros x taxa por litro do PRODUCT-MASTER),
      *    ja incluido no valor da linha, antes do IVA:
           05 IEXCISE     PIC 9(5)V99.
      *    desconto da linha (troca de pontos ou desconto de
      *    pessoal), com IVA, ja abatido ao valor da linha:
           05 IDISCOUNT   PIC 9(6)V99.
      *    compra de pessoal (0 = nao): a linha fica fora do total de
      *    caixa do trailer, como as vendas a credito de frota:
           05 ISTAFF      PIC 9(5).

      * trailer de controlo, gravado uma vez ao fechar o
      * ficheiro:
       COPY "EXCEPTFD.cpy".

       COPY "PRODMFD.cpy".
       COPY "SHOPFD.cpy".
       COPY "DROFFD.cpy".
       COPY "PUMPFD.cpy".
       COPY "FCARDFD.cpy".
       COPY "VEHMFD.cpy".
       COPY "FAVCFD.cpy".
       COPY "FINTFD.cpy".

       COPY "RUNCTLFD.cpy".
       COPY "GLJRNFD.cpy".
      *    PRODUCT-PRICES recusam novas vendas a credito (ver
      *    FLEET-DUNNING):
           05 CU-BLOCK   PIC X.
      *    contacto para os avisos por SMS/e-mail (S = SMS, E =
      *    e-mail, branco = so carta):
           05 CU-TELEFONE PIC X(15).
           05 CU-EMAIL    PIC X(40).
           05 CU-CANAL    PIC X.

       FD ACCOUNT-LEDGER-FILE.
       01 ACCOUNT-LEDGER-RECORD.
           05 AL-DATA    PIC 9(8).
           05 AL-QTY     PIC S9(4).
           05 AL-VALUE   PIC S9(8)V99.
      *    cartao de frota da venda, para o extrato por cartao:
           05 AL-CARD    PIC 9(6).

       FD TANK-STOCK-FILE.
      * uma linha por produto: existencia de abertura e leitura da
           05 TS-OPENING PIC S9(7).
           05 TS-DIP     PIC S9(7).

       COPY "PRCHFD.cpy".

       FD TANK-REVAL-FILE.
       01 TANK-REVAL-LINE PIC X(80).

       FD EXCISE-LEDGER-FILE.
       01 EXCISE-LEDGER-RECORD.
           05 XL-DATA     PIC 9(8).
           05 XL-PRODUTO  PIC X(20).
           05 XL-LITROS   PIC S9(7).
           05 XL-ISP      PIC S9(7)V99.

       FD TANK-VARIANCE-FILE.
       01 TANK-VARIANCE-RECORD.
           05 TV-DATA     PIC 9(8).

      * mesma imagem do GAS-SALE:
       FD RESUBMIT-GAS-FILE.
       01 RESUBMIT-GAS-RECORD PIC X(64).

       FD LOYALTY-FILE.
       01 LOYALTY-RECORD.

       COPY "MLOCFD.cpy".

       COPY "STFPFD.cpy".

       COPY "SDOCFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

           05 SSHIFT     PIC 99.
           05 SACCOUNT   PIC 9(5).
           05 SMEMBER    PIC 9(5).
           05 SSTAFF     PIC 9(5).
           05 SCARD      PIC 9(6).
           05 SPLATE     PIC X(8).


       01  C-LINE         PIC S9(8)V99.
       COPY "RUNCTLWS.cpy".
      * diario de lancamentos para a contabilidade:
       COPY "GLJRNWS.cpy".
      * registo de documentos de venda:
       COPY "SDOCWS.cpy".


      * estado do ficheiro de excecoes partilhado:
           05 WS-TAX-ENTRY OCCURS 10 TIMES INDEXED BY TX-IDX.
               10 WS-TAX-RATE     PIC 99 VALUE ZERO.
               10 WS-TAX-SUBTOTAL PIC S9(8)V99 VALUE ZERO.
      *        parte do subtotal vendida antes da mudanca de preco:
               10 WS-TAX-BEFORE   PIC S9(8)V99 VALUE ZERO.
       01  WS-TAX-FOUND   PIC X.
       01  M-TAX-SUBTOTAL PIC Z(8)9.99.

           05 WS-SHIFT-ENTRY OCCURS 20 TIMES INDEXED BY SH-IDX.
               10 WS-SHIFT-NO      PIC 99 VALUE ZERO.
               10 WS-SHIFT-TOTAL   PIC S9(8)V99 VALUE ZERO.
               10 WS-SHIFT-BEFORE  PIC S9(8)V99 VALUE ZERO.
      *        parte do total do turno vendida na loja:
               10 WS-SHIFT-SHOP    PIC S9(8)V99 VALUE ZERO.
       01  WS-SHIFT-FOUND  PIC X.
       01  M-SHIFT-TOTAL   PIC Z(8)9.99.
       01  M-AFTER-TOTAL   PIC Z(8)9.99-.

      * mudanca de preco a meio do dia: posicao do registo de venda
      * no ficheiro do dia (as reemissoes do workbench contam como
      * depois de qualquer mudanca) e seccao dos resumos a que a
      * linha pertence ("A" = antes da primeira mudanca do dia):
       COPY "PRCHWS.cpy".
       01  WS-SALE-SEQ     PIC 9(6) VALUE 999999.
       01  WS-SALE-PERIOD  PIC X VALUE "D".

      * artigos da loja: a linha e de combustivel ("C") ou da loja
      * ("L") -- ou consumo interno de combustivel ("I"); o abate
      * a existencia da loja sai das linhas da fatura fechada (como
      * o ISP), por isso um rearranque nao o falseia:
       COPY "SHOPWS.cpy".
       01  WS-SALE-KIND    PIC X VALUE "C".
       01  WS-SHOP-LINES   PIC 9(5) VALUE ZERO.
       01  WS-SKS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SKS-TABLE.
           05 WS-SKS-ENTRY OCCURS 100 TIMES INDEXED BY SS-IDX.
               10 WS-SKS-CODIGO  PIC X(20).
               10 WS-SKS-QTY     PIC S9(7).
       01  WS-SKS-FOUND    PIC X.
       01  WS-SKS-LINE-QTY PIC S9(4).
       01  M-SHOP-TOTAL    PIC Z(8)9.99-.
      * reavaliacao da existencia medida na sonda no momento da
      * mudanca (litros x preco antigo e x preco novo); a diferenca
      * vai para o diario numa conta de reavaliacao de existencias:
       01  WS-TANK-REVAL-PATH PIC X(60)
           VALUE "..\tank-revaluation.txt".
       01  WS-REVAL-OLD    PIC S9(9)V99.
       01  WS-REVAL-NEW    PIC S9(9)V99.
       01  WS-REVAL-DIFF   PIC S9(9)V99.
       01  WS-REVAL-TOTAL  PIC S9(9)V99 VALUE ZERO.
       01  M-REVAL-OLD     PIC Z(8)9.99.
       01  M-REVAL-NEW     PIC Z(8)9.99.
       01  M-REVAL-DIFF    PIC Z(8)9.99-.
       01  M-REVAL-PRICE   PIC Z(4)9.99.
       01  M-REVAL-DIP     PIC Z(6)9.

      * livro de existencias de cisterna (wet stock) por produto:
       01  WS-DELIVERIES-PATH   PIC X(60)
               10 WS-TANK-DIP       PIC S9(7).
               10 WS-TANK-DELIVERED PIC S9(7).
               10 WS-TANK-SOLD      PIC S9(7).
      *    litros de testes de bomba do dia (voltaram a cisterna):
               10 WS-TANK-TESTED    PIC S9(7).
       01  WS-TANK-VAR-PATH   PIC X(60)
           VALUE "..\tank-variance-history.txt".
       01  WS-TANK-VAR-STATUS PIC XX.
       01  WS-TANK-VARIANCE  PIC S9(7).
       01  M-TANK-LITROS     PIC -Z(6)9.

      * ISP (imposto sobre os produtos petroliferos) por produto:
      * apurado no fim da execucao a partir do ficheiro de faturas
      * completo (num rearranque inclui as linhas ja faturadas antes
      * da interrupcao), mostrado no resumo de impostos, lancado no
      * diario numa conta de passivo propria e guardado no livro do
      * ISP para a declaracao mensal:
       01  WS-EXCISE-LEDGER-PATH   PIC X(60)
           VALUE "..\excise-ledger.txt".
       01  WS-EXCISE-LEDGER-STATUS PIC XX.
       01  WS-LINE-EXCISE  PIC 9(5)V99.
       01  WS-INVOICE-EOF  PIC X.
       01  WS-ISP-COUNT PIC 99 VALUE ZERO.
       01  WS-ISP-TABLE.
           05 WS-ISP-ENTRY OCCURS 30 TIMES INDEXED BY IS-IDX.
               10 WS-ISP-PRODUTO  PIC X(20).
               10 WS-ISP-LITROS   PIC S9(7).
               10 WS-ISP-VALUE    PIC S9(7)V99.
       01  WS-ISP-FOUND    PIC X.
       01  WS-ISP-QTY      PIC S9(4).
       01  WS-ISP-LINE     PIC S9(5)V99.
       01  WS-ISP-TOTAL    PIC S9(8)V99 VALUE ZERO.
       01  M-ISP-VALUE     PIC Z(6)9.99-.

      * declaracao de caixa por turno e sobras/faltas:
       01  WS-CASH-DECL-PATH PIC X(60)
           VALUE "..\cash-declarations.txt".
               10 WS-CUST-LIMIT   PIC 9(7)V99.
               10 WS-CUST-BALANCE PIC S9(7)V99.
               10 WS-CUST-BLOCK   PIC X.
               10 WS-CUST-TELEFONE PIC X(15).
               10 WS-CUST-EMAIL    PIC X(40).
               10 WS-CUST-CANAL    PIC X.
       01  WS-CUST-FOUND PIC X.
       01  WS-CREDIT-TOTAL PIC S9(8)V99 VALUE ZERO.
       01  M-CREDIT-TOTAL  PIC Z(8)9.99-.

      * compras de pessoal: liquido (depois do desconto de pessoal)
      * debitado aos funcionarios em vez de cobrado no caixa:
       COPY "STFPWS.cpy".
       01  WS-STAFF-TOTAL  PIC S9(8)V99 VALUE ZERO.
       01  M-STAFF-TOTAL   PIC Z(8)9.99-.

      * fila de reemissao (corrigidos no workbench de excecoes):
       01  WS-RESUB-GAS-PATH   PIC X(60) VALUE "..\resubmit-gas.txt".
       01  WS-RESUB-GAS-STATUS PIC XX.
       01  WS-POINT-VALUE   PIC 9V99 VALUE 0.01.
       01  WS-NEW-POINTS    PIC 9(5).
       01  WS-DISCOUNT      PIC 9(7)V99.
      * desconto abatido a linha corrente (vai para IDISCOUNT):
       01  WS-LINE-DISCOUNT PIC 9(6)V99.
       01  WS-DISC-POINTS   PIC 9(7).
       01  WS-LOY-ACR-VALUE PIC 9(8)V99 VALUE ZERO.
       01  WS-LOY-RED-VALUE PIC 9(8)V99 VALUE ZERO.
       01  WS-DISCREPANCY   PIC S9(7).
       01  M-NET-QTY        PIC -Z(5)9.
       01  M-METER-TOTAL    PIC -Z(6)9.
      * litros levados sem pagar no dia (registo de fugas): passaram
      * nos contadores e sairam da cisterna sem fatura:
       COPY "DROFWS.cpy".
       01  WS-DRIVEOFF-QTY  PIC S9(6) VALUE ZERO.
       01  WS-DRIVEOFF-COUNT PIC 9(4) VALUE ZERO.
      * litros dos testes de bomba (afericao) do dia: os contadores
      * avancam mas o combustivel volta a cisterna:
       COPY "PUMPWS.cpy".
       01  WS-PUMPTEST-QTY   PIC S9(6) VALUE ZERO.
       01  WS-PUMPTEST-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PUMPTEST-EOF   PIC X.
      * cartoes de frota: o uso faturado nesta execucao fica numa
      * tabela propria e e somado ao ficheiro dos cartoes no fim,
      * relido debaixo do seu lock:
       COPY "FCARDWS.cpy".
       01  WS-FCU-COUNT PIC 9(3) VALUE ZERO.
       01  WS-FCU-TABLE.
           05 WS-FCU-ENTRY OCCURS 200 TIMES INDEXED BY FU-IDX.
               10 WS-FCU-CARTAO PIC 9(6).
               10 WS-FCU-LITROS PIC 9(5).
               10 WS-FCU-VALOR  PIC S9(8)V99.
       01  WS-FCU-FOUND  PIC X.
      * consumos internos da frota de aluguer (tipo "I"): ao custo
      * medio da cisterna, sem fatura; os totais saem do registo
      * relido no fim (como as fugas), por isso um rearranque nao os
      * falseia:
       COPY "VEHMWS.cpy".
       COPY "FAVCWS.cpy".
       COPY "FINTWS.cpy".
       01  WS-INTERNAL-QTY   PIC S9(6) VALUE ZERO.
       01  WS-INTERNAL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-INTERNAL-COST  PIC S9(8)V99 VALUE ZERO.
       01  WS-INTERNAL-ISP   PIC S9(8)V99 VALUE ZERO.
       01  WS-INTERNAL-EOF   PIC X.
       01  M-INTERNAL-COST   PIC Z(7)9.99.
       01  M-DISCREPANCY    PIC -Z(6)9.

      * BATCH-DRIVER CALLs PRODUCT-PRICES-SUB to chain this
      * entry point returns with GOBACK instead:
       01  WS-CALLED-AS-SUB PIC X VALUE "N".

       COPY "SPOOLWS.cpy".


      *=================================================================
       PROCEDURE DIVISION.

           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE
           PERFORM INIT-SHOP-PATH-PROCEDURE
           PERFORM LOAD-SHOP-ITEMS-PROCEDURE
           PERFORM INIT-PRCH-PATH-PROCEDURE
           MOVE WS-BUSINESS-DATE TO WS-PRCH-DATE
           PERFORM LOAD-PRICE-CHANGES-PROCEDURE
           PERFORM LOAD-TANK-STOCK-PROCEDURE
           PERFORM LOAD-DELIVERIES-PROCEDURE
           PERFORM LOAD-CUSTOMER-MASTER-PROCEDURE
           PERFORM INIT-FCARD-PATHS-PROCEDURE
           PERFORM LOAD-FLEET-CARDS-PROCEDURE
      *    o custo medio so e lido (quem o abate e o FUEL-MARGIN):
           PERFORM INIT-VEHICLE-MASTER-PATH-PROCEDURE
           PERFORM LOAD-VEHICLE-MASTER-PROCEDURE
           PERFORM INIT-FAVC-PATH-PROCEDURE
           PERFORM LOAD-FUEL-AVG-COST-PROCEDURE
           PERFORM INIT-FINT-PATH-PROCEDURE
           PERFORM OPEN-ACCOUNT-LEDGER-PROCEDURE
           PERFORM INIT-STFP-PATH-PROCEDURE
           PERFORM OPEN-STAFF-PURCHASES-PROCEDURE
           PERFORM LOAD-CASH-DECLARATIONS-PROCEDURE
           PERFORM LOAD-LOYALTY-PROCEDURE
           PERFORM OPEN-GL-JOURNAL-PROCEDURE
           PERFORM OPEN-SALES-DOCS-PROCEDURE
           PERFORM SHOW-HEAD
           PERFORM READ-INVOICE-COUNTER-PROCEDURE
           PERFORM READ-CHECKPOINT-PROCEDURE
           CLOSE GAS-INVOICE-FILE
           CLOSE GAS-EXCEPTIONS-FILE
           CLOSE ACCOUNT-LEDGER-FILE
           CLOSE STAFF-PURCHASES-FILE
           CLOSE EXCEPTIONS-FILE
           CLOSE SALES-DOCS-FILE

           PERFORM WRITE-INVOICE-COUNTER-PROCEDURE
           PERFORM CLEAR-CHECKPOINT-PROCEDURE
           PERFORM MARK-RUN-PROCESSED-PROCEDURE
           PERFORM RECORD-FINGERPRINT-PROCEDURE
           PERFORM EXCISE-TOTALS-PROCEDURE
           PERFORM INTERNAL-ISSUE-TOTALS-PROCEDURE

      *    lancamentos do dia para a contabilidade: caixa e, quando
      *    existam, as vendas a credito de frota:
               MOVE WS-CREDIT-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF
      *    compras de pessoal: a receber dos funcionarios (pela
      *    folha), nao do caixa:
           IF WS-STAFF-TOTAL NOT = ZERO
               MOVE "PRODUCT-PRICES-STAFF" TO WS-GL-KEY
               MOVE WS-STAFF-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF
      *    passivo de pontos: o acrescimo do dia aumenta-o, a troca
      *    abate-o -- ambos visiveis a contabilidade:
           IF WS-LOY-ACR-VALUE NOT = ZERO
               MOVE WS-LOY-RED-VALUE TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF
      *    o ISP cobrado nas vendas nao e receita: sai das vendas
      *    para a conta de passivo do imposto (mapeamento da chave
      *    PRODUCT-PRICES-ISP no gl-accounts):
           IF WS-ISP-TOTAL NOT = ZERO
               MOVE "PRODUCT-PRICES-ISP" TO WS-GL-KEY
               MOVE WS-ISP-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF
      *    o IVA liquidado nas faturas do dia tambem sai das vendas
      *    para a conta do imposto (chave PRODUCT-PRICES-IVA):
           IF WS-SDOC-IVA-TOTAL NOT = ZERO
               MOVE "PRODUCT-PRICES-IVA" TO WS-GL-KEY
               MOVE WS-SDOC-IVA-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF
      *    consumo interno da frota de aluguer: o custo medio sai das
      *    existencias para o custo de combustivel do aluguer (chave
      *    FUEL-INTERNAL) e o ISP devido na saida vai para o passivo
      *    do imposto a cargo do mesmo negocio (FUEL-INTERNAL-ISP):
           IF WS-INTERNAL-COST NOT = ZERO
               MOVE "FUEL-INTERNAL" TO WS-GL-KEY
               MOVE WS-INTERNAL-COST TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF
           IF WS-INTERNAL-ISP NOT = ZERO
               MOVE "FUEL-INTERNAL-ISP" TO WS-GL-KEY
               MOVE WS-INTERNAL-ISP TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF
           PERFORM WRITE-EXCISE-LEDGER-PROCEDURE
      *    reavaliacao da existencia em cisterna nas mudancas de
      *    preco do dia:
           IF WS-PRCH-COUNT > ZERO
               PERFORM REVALUE-TANK-STOCK-PROCEDURE
               IF WS-REVAL-TOTAL NOT = ZERO
                   MOVE "STOCK-REVAL" TO WS-GL-KEY
                   MOVE WS-REVAL-TOTAL TO WS-GL-AMOUNT
                   PERFORM WRITE-GL-PAIR-PROCEDURE
               END-IF
           END-IF
           CLOSE GL-JOURNAL-FILE



       PERFORM TAX-SUMMARY-PROCEDURE.
       PERFORM SHIFT-SUMMARY-PROCEDURE.
       PERFORM DRIVE-OFF-LITRES-PROCEDURE.
       PERFORM PUMP-TEST-LITRES-PROCEDURE.
       PERFORM METER-RECONCILE-PROCEDURE.
       PERFORM WET-STOCK-PROCEDURE.
       PERFORM REVALUATION-SUMMARY-PROCEDURE.
       PERFORM SAVE-CUSTOMER-MASTER-PROCEDURE.
       PERFORM RELEASE-MASTER-LOCK-PROCEDURE.
       IF WS-SKS-COUNT > ZERO
           PERFORM UPDATE-SHOP-STOCK-PROCEDURE
       END-IF.
       IF WS-LOY-DIRTY = "Y"
           PERFORM SAVE-LOYALTY-PROCEDURE
       END-IF.
       IF WS-FCU-COUNT > ZERO
           PERFORM UPDATE-CARD-USAGE-PROCEDURE
       END-IF.
       MOVE WS-CREDIT-TOTAL TO M-CREDIT-TOTAL.
       DISPLAY " ".
       DISPLAY "Vendas a credito (contas-correntes): " M-CREDIT-TOTAL.
       MOVE WS-STAFF-TOTAL TO M-STAFF-TOTAL.
       DISPLAY "Compras de pessoal (a recuperar na folha): "
           M-STAFF-TOTAL.
       IF WS-INTERNAL-COUNT > ZERO
           COMPUTE M-INTERNAL-COST = WS-INTERNAL-COST
               + WS-INTERNAL-ISP
           DISPLAY "Consumo interno da frota de aluguer (custo "
               "com ISP): " M-INTERNAL-COST
       END-IF.
       IF WS-CALLED-AS-SUB = "Y"
           GOBACK
       ELSE


       PROCESS-RECORD.
           COMPUTE WS-SALE-SEQ = WS-RECORDS-READ + 1.
           PERFORM PRICE-ONE-SALE-PROCEDURE.

           ADD 1 TO WS-RECORDS-READ.
           MOVE FSHIFT TO SSHIFT.
           MOVE FACCOUNT TO SACCOUNT.
           MOVE FMEMBER TO SMEMBER.
      *    registos anteriores a coluna de pessoal (p.ex. reemissoes
      *    antigas) trazem espacos -- contam como "nao e pessoal":
           IF FSTAFF NUMERIC
               MOVE FSTAFF TO SSTAFF
           ELSE
               MOVE ZERO TO SSTAFF
           END-IF.
           IF FCARD NUMERIC
               MOVE FCARD TO SCARD
           ELSE
               MOVE ZERO TO SCARD
           END-IF.
           MOVE FPLATE TO SPLATE.

           MOVE FNAME TO WS-PROD-LOOKUP-NOME.
           PERFORM LOOKUP-PRODUCT-PROCEDURE.
      *    o que nao e combustivel pode ser um artigo da loja:
           MOVE "C" TO WS-SALE-KIND.
           IF WS-PROD-FOUND = "N"
               MOVE FNAME TO WS-SHOP-LOOKUP-CODIGO
               PERFORM FIND-SHOP-ITEM-PROCEDURE
               IF WS-SHOP-FOUND = "Y"
                   MOVE "L" TO WS-SALE-KIND
               END-IF
           END-IF.
      *    consumo interno da frota de aluguer: combustivel para uma
      *    matricula do VEHICLE-MASTER (o VALIDATE recusa o resto):
           IF STTYPE = "I" OR STTYPE = "i"
               MOVE SPLATE TO WS-VEHM-LOOKUP-PLATE
               PERFORM LOOKUP-VEHICLE-PROCEDURE
               IF WS-SALE-KIND = "C"
                   MOVE "I" TO WS-SALE-KIND
               END-IF
           END-IF.

           PERFORM VALIDATE-RECORD-PROCEDURE.

      *    nao e venda: nao passa pela fatura, pelo caixa nem pelo
      *    IVA -- so sai da cisterna e fica no registo de consumos:
           IF WS-VALID = "Y" AND WS-SALE-KIND = "I"
               PERFORM POST-INTERNAL-ISSUE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF WS-VALID = "Y"
               IF WS-SALE-KIND = "L"
      *            artigo da loja: preco e IVA do SHOP-ITEMS, sem ISP:
                   MOVE WS-SHOP-PRECO(SK-IDX) TO SPRICE
                   MOVE WS-SHOP-TAXA(SK-IDX)  TO STAX
                   MOVE ZERO TO WS-LINE-EXCISE
                   ADD 1 TO WS-SHOP-LINES
               ELSE
                   MOVE WS-PROD-PRECO(PM-IDX) TO SPRICE
                   MOVE WS-PROD-TAXA(PM-IDX)  TO STAX
      *            venda registada antes de uma mudanca de preco do dia:
      *            leva o preco que vigorava nesse momento:
                   MOVE SNAME TO WS-PRCH-LOOKUP-NOME
                   MOVE WS-SALE-SEQ TO WS-PRCH-LOOKUP-SEQ
                   PERFORM FIND-PRICE-CHANGE-PROCEDURE
                   IF WS-PRCH-FOUND = "Y"
                       MOVE WS-PX-OLD-PRECO(PX-IDX) TO SPRICE
                   END-IF
      *            o ISP entra na base do IVA (o IVA incide sobre o
      *            preco mais o imposto especial):
                   COMPUTE WS-LINE-EXCISE ROUNDED =
                       SQTY * WS-PROD-ISP(PM-IDX)
               END-IF
               IF WS-PRCH-FIRST-MARK > ZERO
                   AND WS-SALE-SEQ <= WS-PRCH-FIRST-MARK
                   MOVE "A" TO WS-SALE-PERIOD
               ELSE
                   MOVE "D" TO WS-SALE-PERIOD
               END-IF
               COMPUTE C-LINE = (SQTY * SPRICE + WS-LINE-EXCISE)
                   * (1 + STAX/100)
               IF STTYPE = "R" OR STTYPE = "r"
                   OR STTYPE = "V" OR STTYPE = "v"
                   COMPUTE C-LINE = C-LINE * -1
               END-IF
               MOVE C-LINE TO M-LINE
               MOVE ZERO TO WS-LINE-DISCOUNT

      *        troca de pontos (tipo P): parte ou toda a linha e
      *        paga com o saldo de pontos do cartao, como desconto:
      *        uma venda a credito de frota vai para a conta-corrente
      *        do cliente, nao para o total de caixa nem para o
      *        cash-up do turno; o IVA conta na mesma:
      *        uma compra de pessoal tambem nao passa pelo caixa: o
      *        liquido com desconto fica a dever pelo funcionario e
      *        e esse liquido que e faturado e entra no IVA:
               IF SACCOUNT > ZERO
                   PERFORM POST-CREDIT-SALE-PROCEDURE
               ELSE
                   IF SSTAFF > ZERO
                       PERFORM POST-STAFF-SALE-PROCEDURE
                   ELSE
                       ADD C-LINE TO C-TOTAL
                       PERFORM ACCUMULATE-SHIFT-PROCEDURE
                   END-IF
               END-IF
               MOVE C-TOTAL TO M-TOTAL
               PERFORM ACCUMULATE-TAX-PROCEDURE

      *        pontos por litro nas vendas a dinheiro com cartao
      *        (so no combustivel):
               IF SMEMBER > ZERO
                   AND WS-SALE-KIND = "C"
                   AND SACCOUNT = ZERO
                   AND SSTAFF = ZERO
                   AND STTYPE NOT = "R" AND STTYPE NOT = "r"
                   AND STTYPE NOT = "V" AND STTYPE NOT = "v"
                   AND STTYPE NOT = "P" AND STTYPE NOT = "p"
                   PERFORM ACCRUE-POINTS-PROCEDURE
               END-IF

      *        os artigos da loja nao saem das cisternas nem
      *        passam nos contadores das bombas:
               IF WS-SALE-KIND = "C"
                   IF STTYPE = "R" OR STTYPE = "r"
                       OR STTYPE = "V" OR STTYPE = "v"
                       SUBTRACT SQTY FROM WS-NET-QTY
                       PERFORM SUBTRACT-TANK-SALE-PROCEDURE
                   ELSE
                       ADD SQTY TO WS-NET-QTY
                       PERFORM ADD-TANK-SALE-PROCEDURE
                   END-IF
               END-IF

               MOVE SPRICE TO M-PRICE
               MOVE STTYPE TO ITTYPE
               MOVE SSHIFT TO ISHIFT
               MOVE SACCOUNT TO IACCOUNT
               MOVE WS-LINE-EXCISE TO IEXCISE
               MOVE WS-LINE-DISCOUNT TO IDISCOUNT
               MOVE SSTAFF TO ISTAFF
               ADD 1 TO WS-INVOICE-NO
               MOVE WS-INVOICE-NO TO I-INVOICE-NO

               WRITE GAS-INVOICE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-INVOICE-COUNT
               PERFORM REGISTER-GAS-DOC-PROCEDURE
      *        o contador fica gravado a cada fatura: um rearranque
      *        continua a numeracao em vez de repetir numeros ja
      *        emitidos antes da interrupcao:
               PERFORM WRITE-INVOICE-COUNTER-PROCEDURE

      *        estorno/correcao de uma venda do proprio dia:
      *        fica registada no ficheiro de excecoes partilhado para
                   AT END MOVE "Y" TO WS-RESUB-EOF
                   NOT AT END
                       MOVE RESUBMIT-GAS-RECORD TO GAS-SALE
                       MOVE 999999 TO WS-SALE-SEQ
                       PERFORM PRICE-ONE-SALE-PROCEDURE
                       ADD 1 TO WS-N-RESUBMITTED
               END-READ
                   AT END MOVE "NO-MORE-DATA" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-FNGR-REC-IMAGE
                       MOVE GAS-SALE TO WS-FNGR-REC-IMAGE(1:64)
                       PERFORM ADD-FINGERPRINT-RECORD-PROCEDURE
               END-READ
           END-PERFORM.
           ELSE IF FTAX NOT NUMERIC OR FTAX > 50
               MOVE "N" TO WS-VALID
               MOVE "FTAX fora do intervalo aceitavel" TO WS-REASON
           ELSE IF WS-PROD-FOUND = "N" AND WS-SALE-KIND NOT = "L"
               MOVE "N" TO WS-VALID
               MOVE "Produto nao encontrado no PRODUCT-MASTER"
                   TO WS-REASON
           ELSE IF (STTYPE = "I" OR STTYPE = "i")
               AND WS-SALE-KIND = "L"
               MOVE "N" TO WS-VALID
               MOVE "Interno so de combustivel" TO WS-REASON
           ELSE IF WS-SALE-KIND = "I" AND WS-VEHM-FOUND = "N"
               MOVE "N" TO WS-VALID
               MOVE "Matricula desconhecida" TO WS-REASON
           END-IF.


               UNTIL TX-IDX > WS-TAX-COUNT
               IF WS-TAX-RATE(TX-IDX) = STAX
                   ADD C-LINE TO WS-TAX-SUBTOTAL(TX-IDX)
                   IF WS-SALE-PERIOD = "A"
                       ADD C-LINE TO WS-TAX-BEFORE(TX-IDX)
                   END-IF
                   MOVE "Y" TO WS-TAX-FOUND
               END-IF
           END-PERFORM.
               ADD 1 TO WS-TAX-COUNT
               MOVE STAX TO WS-TAX-RATE(WS-TAX-COUNT)
               MOVE C-LINE TO WS-TAX-SUBTOTAL(WS-TAX-COUNT)
               IF WS-SALE-PERIOD = "A"
                   MOVE C-LINE TO WS-TAX-BEFORE(WS-TAX-COUNT)
               END-IF
           END-IF.


               DISPLAY "Taxa " WS-TAX-RATE(TX-IDX) "% : "
                   M-TAX-SUBTOTAL
           END-PERFORM.
      *    dia com mudanca de preco: o mesmo resumo em duas seccoes,
      *    antes e depois da primeira mudanca:
           IF WS-PRCH-FIRST-MARK > ZERO
               DISPLAY "  antes da mudanca de preco:"
               PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TAX-COUNT
                   MOVE WS-TAX-BEFORE(TX-IDX) TO M-TAX-SUBTOTAL
                   DISPLAY "  Taxa " WS-TAX-RATE(TX-IDX) "% : "
                       M-TAX-SUBTOTAL
               END-PERFORM
               DISPLAY "  depois da mudanca de preco:"
               PERFORM VARYING TX-IDX FROM 1 BY 1
                   UNTIL TX-IDX > WS-TAX-COUNT
                   COMPUTE M-AFTER-TOTAL = WS-TAX-SUBTOTAL(TX-IDX)
                       - WS-TAX-BEFORE(TX-IDX)
                   DISPLAY "  Taxa " WS-TAX-RATE(TX-IDX) "% : "
                       M-AFTER-TOTAL
               END-PERFORM
           END-IF.
           IF WS-ISP-COUNT > ZERO
               DISPLAY " "
               DISPLAY "----- ISP POR PRODUTO -----"
               PERFORM VARYING IS-IDX FROM 1 BY 1
                   UNTIL IS-IDX > WS-ISP-COUNT
                   MOVE WS-ISP-LITROS(IS-IDX) TO M-TANK-LITROS
                   MOVE WS-ISP-VALUE(IS-IDX) TO M-ISP-VALUE
                   DISPLAY WS-ISP-PRODUTO(IS-IDX) " "
                       M-TANK-LITROS " L : " M-ISP-VALUE
               END-PERFORM
      *        o consumo interno da frota tambem deve ISP:
               COMPUTE M-ISP-VALUE = WS-ISP-TOTAL + WS-INTERNAL-ISP
               DISPLAY "Total ISP a entregar:         " M-ISP-VALUE
               IF WS-INTERNAL-ISP NOT = ZERO
                   MOVE WS-INTERNAL-ISP TO M-ISP-VALUE
                   DISPLAY "  do consumo interno:         " M-ISP-VALUE
               END-IF
           END-IF.


      *    rele o ficheiro de faturas ja fechado e acumula por
      *    produto os litros liquidos e o ISP (devolucoes e estornos
      *    abatem); linhas anteriores a coluna do ISP contam zero:
       EXCISE-TOTALS-PROCEDURE.
           MOVE ZERO TO WS-ISP-COUNT.
           MOVE ZERO TO WS-ISP-TOTAL.
           MOVE "N" TO WS-INVOICE-EOF.
           OPEN INPUT GAS-INVOICE-FILE.
           PERFORM UNTIL WS-INVOICE-EOF = "Y"
               READ GAS-INVOICE-FILE
                   AT END MOVE "Y" TO WS-INVOICE-EOF
                   NOT AT END
                       IF GAS-INVOICE(1:8) NOT = "TRAILER:"
                           AND GAS-INVOICE NOT = SPACES
                           AND IQTY NUMERIC
                           MOVE INAME TO WS-SHOP-LOOKUP-CODIGO
                           PERFORM FIND-SHOP-ITEM-PROCEDURE
                           IF WS-SHOP-FOUND = "Y"
                               PERFORM ACCUMULATE-SHOP-SOLD-PROCEDURE
                           ELSE
                               PERFORM ACCUMULATE-EXCISE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GAS-INVOICE-FILE.


      *    unidades liquidas vendidas por artigo da loja (as
      *    devolucoes e estornos repoem a existencia):
       ACCUMULATE-SHOP-SOLD-PROCEDURE.
           MOVE IQTY TO WS-SKS-LINE-QTY.
           IF ITTYPE = "R" OR ITTYPE = "r"
               OR ITTYPE = "V" OR ITTYPE = "v"
               COMPUTE WS-SKS-LINE-QTY = WS-SKS-LINE-QTY * -1
           END-IF.
           MOVE "N" TO WS-SKS-FOUND.
           PERFORM VARYING SS-IDX FROM 1 BY 1
               UNTIL SS-IDX > WS-SKS-COUNT
               IF WS-SKS-CODIGO(SS-IDX) = INAME
                   ADD WS-SKS-LINE-QTY TO WS-SKS-QTY(SS-IDX)
                   MOVE "Y" TO WS-SKS-FOUND
               END-IF
           END-PERFORM.
           IF WS-SKS-FOUND = "N" AND WS-SKS-COUNT < 100
               ADD 1 TO WS-SKS-COUNT
               MOVE INAME TO WS-SKS-CODIGO(WS-SKS-COUNT)
               MOVE WS-SKS-LINE-QTY TO WS-SKS-QTY(WS-SKS-COUNT)
           END-IF.


      *    abate as vendas do dia a existencia da loja. O master e
      *    relido debaixo do seu proprio lock (uma entrada de
      *    mercadoria gravada durante a faturacao nao se perde); com
      *    o master tomado, o abate fica por fazer e vai para as
      *    excecoes:
       UPDATE-SHOP-STOCK-PROCEDURE.
           MOVE "shop-items" TO WS-LOCK-NAME.
           MOVE "PRODPRC" TO WS-LOCK-HOLDER.
           MOVE "N" TO WS-LOCK-INTERACTIVE.
           PERFORM ACQUIRE-MASTER-LOCK-PROCEDURE.
           IF WS-LOCK-OK = "N"
               DISPLAY "AVISO: existencias da loja nao atualizadas ("
                   "master tomado)."
               MOVE "PRODUCT-PRICES" TO EX-PROGRAM
                   OF EXCEPTIONS-RECORD
               MOVE "STOCK DA LOJA NAO ABATIDO" TO EX-REASON
                   OF EXCEPTIONS-RECORD
               MOVE SPACES TO EX-DETAIL OF EXCEPTIONS-RECORD
               STRING WS-SKS-COUNT " artigos vendidos em "
                   WS-BUSINESS-DATE " - master tomado por "
                   ML-HOLDER
                   DELIMITED BY SIZE
                   INTO EX-DETAIL OF EXCEPTIONS-RECORD
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SHOP-ITEMS-PROCEDURE.
           PERFORM VARYING SS-IDX FROM 1 BY 1
               UNTIL SS-IDX > WS-SKS-COUNT
               MOVE WS-SKS-CODIGO(SS-IDX) TO WS-SHOP-LOOKUP-CODIGO
               PERFORM FIND-SHOP-ITEM-PROCEDURE
               IF WS-SHOP-FOUND = "Y"
                   SUBTRACT WS-SKS-QTY(SS-IDX)
                       FROM WS-SHOP-STOCK(SK-IDX)
               END-IF
           END-PERFORM.
           PERFORM SAVE-SHOP-ITEMS-PROCEDURE.
           PERFORM RELEASE-MASTER-LOCK-PROCEDURE.


       ACCUMULATE-EXCISE-PROCEDURE.
           MOVE IQTY TO WS-ISP-QTY.
           IF IEXCISE NUMERIC
               MOVE IEXCISE TO WS-ISP-LINE
           ELSE
               MOVE ZERO TO WS-ISP-LINE
           END-IF.
           IF ITTYPE = "R" OR ITTYPE = "r"
               OR ITTYPE = "V" OR ITTYPE = "v"
               COMPUTE WS-ISP-QTY = WS-ISP-QTY * -1
               COMPUTE WS-ISP-LINE = WS-ISP-LINE * -1
           END-IF.
           ADD WS-ISP-LINE TO WS-ISP-TOTAL.
           MOVE "N" TO WS-ISP-FOUND.
           PERFORM VARYING IS-IDX FROM 1 BY 1
               UNTIL IS-IDX > WS-ISP-COUNT
               IF WS-ISP-PRODUTO(IS-IDX) = INAME
                   ADD WS-ISP-QTY TO WS-ISP-LITROS(IS-IDX)
                   ADD WS-ISP-LINE TO WS-ISP-VALUE(IS-IDX)
                   MOVE "Y" TO WS-ISP-FOUND
               END-IF
           END-PERFORM.
           IF WS-ISP-FOUND = "N" AND WS-ISP-COUNT < 30
               ADD 1 TO WS-ISP-COUNT
               MOVE INAME TO WS-ISP-PRODUTO(WS-ISP-COUNT)
               MOVE WS-ISP-QTY TO WS-ISP-LITROS(WS-ISP-COUNT)
               MOVE WS-ISP-LINE TO WS-ISP-VALUE(WS-ISP-COUNT)
           END-IF.


      *    uma linha por produto no livro do ISP com a data de
      *    negocio -- o controlo de execucao garante que cada dia
      *    entra uma so vez:
      *    uma linha por mudanca de preco: litros medidos na sonda
      *    no momento da mudanca x preco antigo e x preco novo; a
      *    soma das diferencas e o lancamento de reavaliacao:
       REVALUE-TANK-STOCK-PROCEDURE.
           MOVE ZERO TO WS-REVAL-TOTAL.
           OPEN OUTPUT TANK-REVAL-FILE.
           MOVE SPACES TO TANK-REVAL-LINE.
           STRING "REAVALIACAO DE EXISTENCIAS EM CISTERNA - "
               WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO TANK-REVAL-LINE.
           WRITE TANK-REVAL-LINE.
           MOVE "PRODUTO              HORA  LITROS P.ANTIGO   P.NOVO"
               TO TANK-REVAL-LINE.
           WRITE TANK-REVAL-LINE.
           PERFORM VARYING PX-IDX FROM 1 BY 1
               UNTIL PX-IDX > WS-PRCH-COUNT
               COMPUTE WS-REVAL-OLD =
                   WS-PX-DIP(PX-IDX) * WS-PX-OLD-PRECO(PX-IDX)
               COMPUTE WS-REVAL-NEW =
                   WS-PX-DIP(PX-IDX) * WS-PX-NEW-PRECO(PX-IDX)
               COMPUTE WS-REVAL-DIFF = WS-REVAL-NEW - WS-REVAL-OLD
               ADD WS-REVAL-DIFF TO WS-REVAL-TOTAL
               MOVE WS-PX-DIP(PX-IDX) TO M-REVAL-DIP
               MOVE WS-PX-OLD-PRECO(PX-IDX) TO M-REVAL-PRICE
               MOVE SPACES TO TANK-REVAL-LINE
               STRING WS-PX-PRODUTO(PX-IDX) " "
                   WS-PX-HORA(PX-IDX) " " M-REVAL-DIP " "
                   M-REVAL-PRICE
                   DELIMITED BY SIZE INTO TANK-REVAL-LINE
               MOVE WS-PX-NEW-PRECO(PX-IDX) TO M-REVAL-PRICE
               STRING " " M-REVAL-PRICE DELIMITED BY SIZE
                   INTO TANK-REVAL-LINE(43:)
               WRITE TANK-REVAL-LINE
               MOVE WS-REVAL-OLD TO M-REVAL-OLD
               MOVE WS-REVAL-NEW TO M-REVAL-NEW
               MOVE WS-REVAL-DIFF TO M-REVAL-DIFF
               MOVE SPACES TO TANK-REVAL-LINE
               STRING "    valor antigo " M-REVAL-OLD
                   "  novo " M-REVAL-NEW
                   "  diferenca " M-REVAL-DIFF
                   DELIMITED BY SIZE INTO TANK-REVAL-LINE
               WRITE TANK-REVAL-LINE
           END-PERFORM.
           MOVE WS-REVAL-TOTAL TO M-REVAL-DIFF.
           MOVE SPACES TO TANK-REVAL-LINE.
           STRING "TOTAL DA REAVALIACAO: " M-REVAL-DIFF
               DELIMITED BY SIZE INTO TANK-REVAL-LINE.
           WRITE TANK-REVAL-LINE.
           CLOSE TANK-REVAL-FILE.
           MOVE "PRODUCT-PRICES" TO WS-SPL-PROGRAM.
           MOVE "REAVALIACAO DOS TANQUES" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-TANK-REVAL-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-BUSINESS-DATE TO WS-SPL-BUS-DATE.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


       REVALUATION-SUMMARY-PROCEDURE.
           IF WS-PRCH-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REVAL-TOTAL TO M-REVAL-DIFF.
           DISPLAY " ".
           DISPLAY "----- MUDANCAS DE PRECO DO DIA -----".
           PERFORM VARYING PX-IDX FROM 1 BY 1
               UNTIL PX-IDX > WS-PRCH-COUNT
               MOVE WS-PX-DIP(PX-IDX) TO M-REVAL-DIP
               DISPLAY WS-PX-PRODUTO(PX-IDX) " as "
                   WS-PX-HORA(PX-IDX) " apos a venda "
                   WS-PX-MARCA(PX-IDX) ", sonda " M-REVAL-DIP " L"
           END-PERFORM.
           DISPLAY "Reavaliacao de existencias: " M-REVAL-DIFF
               " (relatorio em " WS-TANK-REVAL-PATH ")".


       WRITE-EXCISE-LEDGER-PROCEDURE.
           IF WS-ISP-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND EXCISE-LEDGER-FILE.
           IF WS-EXCISE-LEDGER-STATUS = "35"
               OPEN OUTPUT EXCISE-LEDGER-FILE
           END-IF.
           PERFORM VARYING IS-IDX FROM 1 BY 1
               UNTIL IS-IDX > WS-ISP-COUNT
               MOVE WS-BUSINESS-DATE TO XL-DATA
               MOVE WS-ISP-PRODUTO(IS-IDX) TO XL-PRODUTO
               MOVE WS-ISP-LITROS(IS-IDX) TO XL-LITROS
               MOVE WS-ISP-VALUE(IS-IDX) TO XL-ISP
               WRITE EXCISE-LEDGER-RECORD
           END-PERFORM.
           CLOSE EXCISE-LEDGER-FILE.


       ACCUMULATE-SHIFT-PROCEDURE.
               UNTIL SH-IDX > WS-SHIFT-COUNT
               IF WS-SHIFT-NO(SH-IDX) = SSHIFT
                   ADD C-LINE TO WS-SHIFT-TOTAL(SH-IDX)
                   IF WS-SALE-PERIOD = "A"
                       ADD C-LINE TO WS-SHIFT-BEFORE(SH-IDX)
                   END-IF
                   IF WS-SALE-KIND = "L"
                       ADD C-LINE TO WS-SHIFT-SHOP(SH-IDX)
                   END-IF
                   MOVE "Y" TO WS-SHIFT-FOUND
               END-IF
           END-PERFORM.
               ADD 1 TO WS-SHIFT-COUNT
               MOVE SSHIFT TO WS-SHIFT-NO(WS-SHIFT-COUNT)
               MOVE C-LINE TO WS-SHIFT-TOTAL(WS-SHIFT-COUNT)
               IF WS-SALE-PERIOD = "A"
                   MOVE C-LINE TO WS-SHIFT-BEFORE(WS-SHIFT-COUNT)
               END-IF
               IF WS-SALE-KIND = "L"
                   MOVE C-LINE TO WS-SHIFT-SHOP(WS-SHIFT-COUNT)
               END-IF
           END-IF.


               DISPLAY "Turno " WS-SHIFT-NO(SH-IDX) " : "
                   M-SHIFT-TOTAL WITH NO ADVANCING
               PERFORM CASH-UP-SHIFT-PROCEDURE
      *        o cash-up e sobre o turno inteiro; a divisao pela
      *        mudanca de preco fica so informativa:
               IF WS-PRCH-FIRST-MARK > ZERO
                   MOVE WS-SHIFT-BEFORE(SH-IDX) TO M-AFTER-TOTAL
                   DISPLAY "  antes da mudanca de preco: "
                       M-AFTER-TOTAL WITH NO ADVANCING
                   COMPUTE M-AFTER-TOTAL = WS-SHIFT-TOTAL(SH-IDX)
                       - WS-SHIFT-BEFORE(SH-IDX)
                   DISPLAY "  depois: " M-AFTER-TOTAL
               END-IF
      *        a loja aparece separada do combustivel (o caixa e o
      *        mesmo, por isso o cash-up continua sobre o total):
               IF WS-SHOP-LINES > ZERO
                   COMPUTE M-AFTER-TOTAL = WS-SHIFT-TOTAL(SH-IDX)
                       - WS-SHIFT-SHOP(SH-IDX)
                   MOVE WS-SHIFT-SHOP(SH-IDX) TO M-SHOP-TOTAL
                   DISPLAY "  combustivel: " M-AFTER-TOTAL
                       "  loja: " M-SHOP-TOTAL
               END-IF
           END-PERFORM.


               SUBTRACT WS-DISC-POINTS FROM WS-LOY-POINTS(LY-IDX)
               SUBTRACT WS-DISCOUNT FROM C-LINE
               ADD WS-DISCOUNT TO WS-LOY-RED-VALUE
               MOVE WS-DISCOUNT TO WS-LINE-DISCOUNT
               MOVE "Y" TO WS-LOY-DIRTY
               MOVE WS-DISCOUNT TO M-DISCOUNT
               DISPLAY "  desconto de pontos: " M-DISCOUNT
           CLOSE INVOICE-COUNTER-FILE.


      *    cada fatura de combustivel/loja e um documento de uma
      *    linha no registo de documentos de venda; a devolucao e o
      *    estorno saem como nota de credito pelo valor absoluto. As
      *    vendas a credito de frota levam a conta como cliente (a
      *    ficha de frota nao tem NIF -- sai o NIF de consumidor
      *    final):
       REGISTER-GAS-DOC-PROCEDURE.
           INITIALIZE SALES-DOCS-RECORD.
           MOVE "GAS" TO SD-SERIE.
           MOVE WS-INVOICE-NO TO SD-NUMERO.
           MOVE 1 TO SD-LINHA.
           MOVE WS-BUSINESS-DATE TO SD-DATA.
           IF C-LINE < ZERO
               MOVE "NC" TO SD-TIPO
               COMPUTE SD-VALOR = C-LINE * -1
           ELSE
               MOVE "FT" TO SD-TIPO
               MOVE C-LINE TO SD-VALOR
           END-IF.
           IF SACCOUNT > ZERO
               STRING "FROTA" SACCOUNT DELIMITED BY SIZE
                   INTO SD-CLIENTE
               MOVE "999999990" TO SD-NIF
               PERFORM VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > WS-CUST-COUNT
                   IF WS-CUST-ACCOUNT(CU-IDX) = SACCOUNT
                       MOVE WS-CUST-NOME(CU-IDX) TO SD-NOME
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SNAME TO SD-PRODUTO.
           MOVE SNAME TO SD-DESC.
           MOVE SQTY TO SD-QTD.
           MOVE STAX TO SD-TAXA.
           PERFORM WRITE-SALES-DOC-PROCEDURE.


       METER-RECONCILE-PROCEDURE.
           MOVE SPACES TO WS-METER-EOF.
           OPEN INPUT METER-READINGS-FILE.
               CLOSE METER-READINGS-FILE

               COMPUTE WS-DISCREPANCY = WS-METER-TOTAL - WS-NET-QTY
                   - WS-DRIVEOFF-QTY - WS-PUMPTEST-QTY
                   - WS-INTERNAL-QTY
               MOVE WS-NET-QTY TO M-NET-QTY
               MOVE WS-METER-TOTAL TO M-METER-TOTAL
               MOVE WS-DISCREPANCY TO M-DISCREPANCY
               DISPLAY " "
               DISPLAY "----- RECONCILIACAO COM CONTADORES -----"
               DISPLAY "Quantidade vendida (liquida): " M-NET-QTY
               IF WS-DRIVEOFF-COUNT > ZERO
                   MOVE WS-DRIVEOFF-QTY TO M-NET-QTY
                   DISPLAY "Fugas sem pagamento (" WS-DRIVEOFF-COUNT
                       "): " M-NET-QTY
               END-IF
               IF WS-PUMPTEST-COUNT > ZERO
                   MOVE WS-PUMPTEST-QTY TO M-NET-QTY
                   DISPLAY "Testes de bomba (" WS-PUMPTEST-COUNT
                       ", devolvidos a cisterna): " M-NET-QTY
               END-IF
               IF WS-INTERNAL-COUNT > ZERO
                   MOVE WS-INTERNAL-QTY TO M-NET-QTY
                   DISPLAY "Consumo interno da frota de aluguer ("
                       WS-INTERNAL-COUNT "): " M-NET-QTY
               END-IF
               DISPLAY "Quantidade dispensada (contadores): "
                   M-METER-TOTAL
               DISPLAY "Diferenca: " M-DISCREPANCY
           END-IF.


      *    as fugas do dia saem da cisterna como uma venda (o livro
      *    de existencias deixa de as mostrar como variancia) e
      *    abatem a diferenca dos contadores:
       DRIVE-OFF-LITRES-PROCEDURE.
           PERFORM INIT-DROF-PATH-PROCEDURE.
           PERFORM LOAD-DRIVE-OFFS-PROCEDURE.
           PERFORM VARYING DO-IDX FROM 1 BY 1
               UNTIL DO-IDX > WS-DROF-COUNT
               IF WS-DO-DATA(DO-IDX) = WS-BUSINESS-DATE
                   ADD 1 TO WS-DRIVEOFF-COUNT
                   ADD WS-DO-LITROS(DO-IDX) TO WS-DRIVEOFF-QTY
                   MOVE WS-DO-PRODUTO(DO-IDX) TO SNAME
                   MOVE WS-DO-LITROS(DO-IDX) TO SQTY
                   PERFORM ADD-TANK-SALE-PROCEDURE
               END-IF
           END-PERFORM.


      *    testes de afericao do dia: saem dos contadores (nao sao
      *    venda nem falta) e voltam a cisterna; no fim da
      *    listagem avisa os certificados de calibracao vencidos ou
      *    a vencer:
       PUMP-TEST-LITRES-PROCEDURE.
           PERFORM INIT-PUMP-PATHS-PROCEDURE.
           MOVE SPACES TO WS-PUMPTEST-EOF.
           OPEN INPUT PUMP-TEST-FILE.
           IF WS-PUMP-TEST-STATUS NOT = "35"
               PERFORM UNTIL WS-PUMPTEST-EOF = "Y"
                   READ PUMP-TEST-FILE
                       AT END MOVE "Y" TO WS-PUMPTEST-EOF
                       NOT AT END
                           IF PT-DATA = WS-BUSINESS-DATE
                               ADD 1 TO WS-PUMPTEST-COUNT
                               ADD PT-LITROS TO WS-PUMPTEST-QTY
                               MOVE PT-PRODUTO TO SNAME
                               PERFORM FIND-TANK-ENTRY-PROCEDURE
                               IF WS-TANK-FOUND = "Y"
                                   ADD PT-LITROS
                                       TO WS-TANK-TESTED(TA-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUMP-TEST-FILE
           END-IF.
           PERFORM LOAD-PUMPS-PROCEDURE.
           MOVE WS-BUSINESS-DATE TO WS-PUMP-TODAY.
           IF WS-PUMP-COUNT > ZERO
               DISPLAY " "
               PERFORM WARN-PUMP-EXPIRY-PROCEDURE
           END-IF.


      *    vendas liquidas por produto, para o livro de existencias;
      *    um produto vendido sem linha no tank-stock.txt e somado
      *    numa entrada nova com abertura zero (ficara visivel na
               MOVE ZERO TO WS-TANK-DIP(TA-IDX)
               MOVE ZERO TO WS-TANK-DELIVERED(TA-IDX)
               MOVE ZERO TO WS-TANK-SOLD(TA-IDX)
               MOVE ZERO TO WS-TANK-TESTED(TA-IDX)
               MOVE "Y" TO WS-TANK-FOUND
           END-IF.

                                   WS-TANK-DELIVERED(WS-TANK-COUNT)
                               MOVE ZERO TO
                                   WS-TANK-SOLD(WS-TANK-COUNT)
                               MOVE ZERO TO
                                   WS-TANK-TESTED(WS-TANK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE ZERO TO WS-TANK-DIP(WS-TANK-COUNT)
               MOVE GD-LITROS TO WS-TANK-DELIVERED(WS-TANK-COUNT)
               MOVE ZERO TO WS-TANK-SOLD(WS-TANK-COUNT)
               MOVE ZERO TO WS-TANK-TESTED(WS-TANK-COUNT)
           END-IF.


                   WS-TANK-OPENING(TA-IDX)
                   + WS-TANK-DELIVERED(TA-IDX)
                   - WS-TANK-SOLD(TA-IDX)
      *        os litros dos testes sairam pela bomba e voltaram a
      *        cisterna: a saida e a reposicao anulam-se no fecho, mas
      *        ficam visiveis numa linha propria:
               IF WS-TANK-TESTED(TA-IDX) NOT = ZERO
                   MOVE WS-TANK-TESTED(TA-IDX) TO M-TANK-LITROS
                   DISPLAY WS-TANK-PRODUTO(TA-IDX)
                       " testes de bomba repostos: " M-TANK-LITROS
               END-IF
               MOVE WS-TANK-EXPECTED TO M-TANK-LITROS
               DISPLAY WS-TANK-PRODUTO(TA-IDX)
                   " fecho esperado: " M-TANK-LITROS WITH NO ADVANCING
               MOVE SQTY TO AL-QTY
           END-IF.
           MOVE C-LINE TO AL-VALUE.
           MOVE SCARD TO AL-CARD.
           WRITE ACCOUNT-LEDGER-RECORD.

           MOVE "N" TO WS-CUST-FOUND.
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-CREDIT-CARD-PROCEDURE
               ADD C-LINE TO WS-CUST-BALANCE(CU-IDX)
               IF WS-CUST-BALANCE(CU-IDX) > WS-CUST-LIMIT(CU-IDX)
                   MOVE "PRODUCT-PRICES" TO EX-PROGRAM
           END-IF.


      *    cartao de frota da venda a credito: o combustivel ja saiu,
      *    por isso a venda fica lancada, mas o que o cartao nao
      *    permitia vai para as excecoes e para o registo de recusas
      *    do gestor de frota; o uso conta sempre para os limites
      *    (uma devolucao/estorno so abate ao valor do mes):
       CHECK-CREDIT-CARD-PROCEDURE.
           MOVE SACCOUNT TO WS-FC-CHK-ACCOUNT.
           MOVE SCARD TO WS-FC-CHK-CARTAO.
           IF WS-SALE-KIND = "C"
               MOVE SNAME TO WS-FC-CHK-PRODUTO
               MOVE SQTY TO WS-FC-CHK-LITROS
           ELSE
               MOVE SPACES TO WS-FC-CHK-PRODUTO
               MOVE ZERO TO WS-FC-CHK-LITROS
           END-IF.
           MOVE C-LINE TO WS-FC-CHK-VALOR.
           MOVE WS-BUSINESS-DATE TO WS-FC-CHK-DATA.
           IF STTYPE = "R" OR STTYPE = "r"
               OR STTYPE = "V" OR STTYPE = "v"
               MOVE ZERO TO WS-FC-CHK-LITROS
               MOVE "Y" TO WS-FC-OK
               IF SCARD = ZERO
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FCARD-COUNT
                   IF WS-FC-CARTAO(FC-IDX) = SCARD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FC-IDX > WS-FCARD-COUNT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               PERFORM CHECK-FLEET-CARD-PROCEDURE
               IF WS-FC-OK = "N"
                   MOVE "PRODUCT-PRICES" TO EX-PROGRAM
                       OF EXCEPTIONS-RECORD
                   MOVE "Cartao de frota: limite/autorizacao"
                       TO EX-REASON OF EXCEPTIONS-RECORD
                   MOVE SPACES TO EX-DETAIL OF EXCEPTIONS-RECORD
                   STRING SCARD " " WS-FC-MOTIVO
                       DELIMITED BY SIZE
                       INTO EX-DETAIL OF EXCEPTIONS-RECORD
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   MOVE "PRODUCT-PRICES" TO WS-FC-CHK-ORIGEM
                   IF WS-SALE-KIND = "L"
                       MOVE SNAME TO WS-FC-CHK-PRODUTO
                   END-IF
                   PERFORM LOG-FLEET-DECLINED-PROCEDURE
               END-IF
               IF SCARD = ZERO OR WS-FC-FOUND = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM ADD-FLEET-CARD-USAGE-PROCEDURE.
           PERFORM ACCUMULATE-CARD-USAGE-PROCEDURE.


       ACCUMULATE-CARD-USAGE-PROCEDURE.
           MOVE "N" TO WS-FCU-FOUND.
           PERFORM VARYING FU-IDX FROM 1 BY 1
               UNTIL FU-IDX > WS-FCU-COUNT
               IF WS-FCU-CARTAO(FU-IDX) = SCARD
                   MOVE "Y" TO WS-FCU-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FCU-FOUND = "N"
               IF WS-FCU-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FCU-COUNT
               SET FU-IDX TO WS-FCU-COUNT
               MOVE SCARD TO WS-FCU-CARTAO(FU-IDX)
               MOVE ZERO TO WS-FCU-LITROS(FU-IDX)
               MOVE ZERO TO WS-FCU-VALOR(FU-IDX)
           END-IF.
           ADD WS-FC-CHK-LITROS TO WS-FCU-LITROS(FU-IDX).
           ADD WS-FC-CHK-VALOR TO WS-FCU-VALOR(FU-IDX).


      *    soma o uso do dia ao ficheiro dos cartoes, relido debaixo
      *    do seu lock (uma alteracao de limites gravada durante a
      *    faturacao nao se perde); com o ficheiro tomado, o uso fica
      *    por somar e vai para as excecoes:
       UPDATE-CARD-USAGE-PROCEDURE.
           MOVE "fleet-cards" TO WS-LOCK-NAME.
           MOVE "PRODPRC" TO WS-LOCK-HOLDER.
           MOVE "N" TO WS-LOCK-INTERACTIVE.
           PERFORM ACQUIRE-MASTER-LOCK-PROCEDURE.
           IF WS-LOCK-OK = "N"
               DISPLAY "AVISO: uso dos cartoes de frota nao "
                   "atualizado (ficheiro tomado)."
               MOVE "PRODUCT-PRICES" TO EX-PROGRAM
                   OF EXCEPTIONS-RECORD
               MOVE "USO DOS CARTOES NAO ATUALIZADO" TO EX-REASON
                   OF EXCEPTIONS-RECORD
               MOVE SPACES TO EX-DETAIL OF EXCEPTIONS-RECORD
               STRING WS-FCU-COUNT " cartoes em "
                   WS-BUSINESS-DATE " - tomado por "
                   ML-HOLDER
                   DELIMITED BY SIZE
                   INTO EX-DETAIL OF EXCEPTIONS-RECORD
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-FLEET-CARDS-PROCEDURE.
           MOVE WS-BUSINESS-DATE TO WS-FC-CHK-DATA.
           PERFORM VARYING FU-IDX FROM 1 BY 1
               UNTIL FU-IDX > WS-FCU-COUNT
               PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FCARD-COUNT
                   IF WS-FC-CARTAO(FC-IDX) = WS-FCU-CARTAO(FU-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FC-IDX NOT > WS-FCARD-COUNT
                   MOVE WS-FCU-LITROS(FU-IDX) TO WS-FC-CHK-LITROS
                   MOVE WS-FCU-VALOR(FU-IDX) TO WS-FC-CHK-VALOR
                   PERFORM ADD-FLEET-CARD-USAGE-PROCEDURE
               END-IF
           END-PERFORM.
           PERFORM SAVE-FLEET-CARDS-PROCEDURE.
           PERFORM RELEASE-MASTER-LOCK-PROCEDURE.


      *    Compra de pessoal: o desconto de pessoal aplica-se a linha
      *    com IVA e o liquido vai para o ficheiro de compras de
      *    pessoal (uma devolucao/estorno leva liquido negativo e
      *    abate ao que o funcionario deve). Como na troca de pontos,
      *    a linha faturada (fatura, IVA e registo de documentos)
      *    segue com o valor ja descontado.
       POST-STAFF-SALE-PROCEDURE.
           MOVE SSTAFF TO WS-STFP-NUMERO.
           MOVE WS-BUSINESS-DATE TO WS-STFP-DATA.
           MOVE "C" TO WS-STFP-ORIGEM.
           MOVE SNAME TO WS-STFP-DESCR.
           MOVE C-LINE TO WS-STFP-VALUE.
           MOVE WS-STFP-FUEL-PCT TO WS-STFP-PCT.
           PERFORM WRITE-STAFF-PURCHASE-PROCEDURE.
           ADD WS-STFP-NET TO WS-STAFF-TOTAL.
           IF WS-STFP-DISCOUNT < ZERO
               COMPUTE WS-LINE-DISCOUNT = WS-STFP-DISCOUNT * -1
           ELSE
               MOVE WS-STFP-DISCOUNT TO WS-LINE-DISCOUNT
           END-IF.
           MOVE WS-STFP-NET TO C-LINE.
           MOVE C-LINE TO M-LINE.
           IF WS-LINE-DISCOUNT > ZERO
               MOVE WS-LINE-DISCOUNT TO M-DISCOUNT
               DISPLAY "  desconto de pessoal: " M-DISCOUNT
           END-IF.


      *    Consumo interno: os litros saem ao custo medio da cisterna
      *    (sem custo medio conhecido o custo fica a zero e vai para
      *    as excecoes) mais o ISP, devido na mesma na saida para
      *    consumo. Nao ha fatura, caixa nem IVA -- so a linha no
      *    registo de consumos internos.
       POST-INTERNAL-ISSUE-PROCEDURE.
           MOVE WS-BUSINESS-DATE TO FI-DATA.
           MOVE SPLATE TO FI-PLATE.
           MOVE SNAME TO FI-PRODUTO.
           MOVE SQTY TO FI-LITROS.
           MOVE SSHIFT TO FI-SHIFT.
           MOVE SNAME TO WS-FAVC-LOOKUP-NOME.
           PERFORM FIND-FUEL-AVG-COST-PROCEDURE.
           IF WS-FAVC-FOUND = "Y"
               MOVE WS-FA-CUSTO(FA-IDX) TO FI-CUSTO-UNIT
           ELSE
               MOVE ZERO TO FI-CUSTO-UNIT
               MOVE "PRODUCT-PRICES" TO EX-PROGRAM
                   OF EXCEPTIONS-RECORD
               MOVE "CONSUMO INTERNO A CUSTO ZERO" TO EX-REASON
                   OF EXCEPTIONS-RECORD
               MOVE SPACES TO EX-DETAIL OF EXCEPTIONS-RECORD
               STRING SNAME " " SPLATE
                   DELIMITED BY SIZE
                   INTO EX-DETAIL OF EXCEPTIONS-RECORD
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           COMPUTE FI-CUSTO ROUNDED = SQTY * FI-CUSTO-UNIT.
           COMPUTE FI-ISP ROUNDED = SQTY * WS-PROD-ISP(PM-IDX).
           PERFORM APPEND-FUEL-INTERNAL-PROCEDURE.
           MOVE SQTY TO M-QTY.
           DISPLAY SNAME " | " M-QTY " | CONSUMO INTERNO " SPLATE.


      *    totais do dia relidos do registo de consumos internos: os
      *    litros saem da cisterna e dos contadores e o ISP entra no
      *    livro do ISP (mas nao no PRODUCT-PRICES-ISP, que tira o
      *    imposto das vendas):
       INTERNAL-ISSUE-TOTALS-PROCEDURE.
           MOVE SPACES TO WS-INTERNAL-EOF.
           OPEN INPUT FUEL-INTERNAL-FILE.
           IF WS-FINT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-INTERNAL-EOF = "Y"
               READ FUEL-INTERNAL-FILE
                   AT END MOVE "Y" TO WS-INTERNAL-EOF
                   NOT AT END
                       IF FI-DATA = WS-BUSINESS-DATE
                           PERFORM ACCUMULATE-INTERNAL-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUEL-INTERNAL-FILE.


       ACCUMULATE-INTERNAL-PROCEDURE.
           ADD 1 TO WS-INTERNAL-COUNT.
           ADD FI-LITROS TO WS-INTERNAL-QTY.
           ADD FI-CUSTO TO WS-INTERNAL-COST.
           ADD FI-ISP TO WS-INTERNAL-ISP.
           MOVE FI-PRODUTO TO SNAME.
           MOVE FI-LITROS TO SQTY.
           PERFORM ADD-TANK-SALE-PROCEDURE.
           MOVE "N" TO WS-ISP-FOUND.
           PERFORM VARYING IS-IDX FROM 1 BY 1
               UNTIL IS-IDX > WS-ISP-COUNT
               IF WS-ISP-PRODUTO(IS-IDX) = FI-PRODUTO
                   ADD FI-LITROS TO WS-ISP-LITROS(IS-IDX)
                   ADD FI-ISP TO WS-ISP-VALUE(IS-IDX)
                   MOVE "Y" TO WS-ISP-FOUND
               END-IF
           END-PERFORM.
           IF WS-ISP-FOUND = "N" AND WS-ISP-COUNT < 30
               ADD 1 TO WS-ISP-COUNT
               MOVE FI-PRODUTO TO WS-ISP-PRODUTO(WS-ISP-COUNT)
               MOVE FI-LITROS TO WS-ISP-LITROS(WS-ISP-COUNT)
               MOVE FI-ISP TO WS-ISP-VALUE(WS-ISP-COUNT)
           END-IF.


       LOAD-CUSTOMER-MASTER-PROCEDURE.
           MOVE ZERO TO WS-CUST-COUNT.
           MOVE SPACES TO WS-CUSTOMER-EOF.
                                   TO WS-CUST-BALANCE(WS-CUST-COUNT)
                               MOVE CU-BLOCK
                                   TO WS-CUST-BLOCK(WS-CUST-COUNT)
                               MOVE CU-TELEFONE
                                   TO WS-CUST-TELEFONE(WS-CUST-COUNT)
                               MOVE CU-EMAIL
                                   TO WS-CUST-EMAIL(WS-CUST-COUNT)
                               MOVE CU-CANAL
                                   TO WS-CUST-CANAL(WS-CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-CUST-LIMIT(CU-IDX)   TO CU-LIMIT
                   MOVE WS-CUST-BALANCE(CU-IDX) TO CU-BALANCE
                   MOVE WS-CUST-BLOCK(CU-IDX)   TO CU-BLOCK
                   MOVE WS-CUST-TELEFONE(CU-IDX) TO CU-TELEFONE
                   MOVE WS-CUST-EMAIL(CU-IDX)   TO CU-EMAIL
                   MOVE WS-CUST-CANAL(CU-IDX)   TO CU-CANAL
                   WRITE CUSTOMER-MASTER-RECORD
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE

       COPY "CKPTP.cpy".

       COPY "SDOCP.cpy".

       COPY "PRODMP.cpy".

       COPY "RUNCTLP.cpy".

       COPY "MLOCP.cpy".

       COPY "STFPP.cpy".

       COPY "PRCHP.cpy".

       COPY "SHOPP.cpy".

       COPY "DROFP.cpy".

       COPY "PUMPP.cpy".

       COPY "FCARDP.cpy".

       COPY "VEHMP.cpy".

       COPY "FAVCP.cpy".

       COPY "FINTP.cpy".



       INIT-FILE-PATHS-PROCEDURE.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TANK-STOCK-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TANK_REVAL_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TANK-REVAL-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXCISE_LEDGER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXCISE-LEDGER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TANK_VARIANCE_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TANK-VAR-PATH
                   TO WS-CASH-THRESHOLD
           END-IF.

       COPY "SPOOLP.cpy".

       END PROGRAM PRODUCT-PRICES.
