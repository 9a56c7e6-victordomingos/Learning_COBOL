       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUEL-MARGIN.
      *=================================================================
      * Purpose: Forecourt gross margin at weighted-average cost. The
      *          daily run takes the day's priced GAS-INVOICE, costs
      *          every litre sold at its tank's weighted-average cost
      *          (kept by FUEL-INVOICE-MATCH from the matched
      *          deliveries), takes those litres out of the costed
      *          stock, posts the cost of sales to the GL journal and
      *          keeps one line per product and shift in the margin
      *          history. Daily and monthly reports show, per product
      *          and per shift, litres, sales net of VAT and excise,
      *          cost of sales, margin per litre and margin percent.
      *          The day's internal issues to the rental fleet (costed
      *          and posted by PRODUCT-PRICES) also leave the costed
      *          stock, outside the margin.
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
      *    fatura de gas do dia (mesma imagem do GAS-INVOICE do
      *    PRODUCT-PRICES):
           SELECT GAS-INVOICE-FILE
           ASSIGN TO DYNAMIC WS-GAS-INVOICE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GAS-INVOICE-STATUS.

      *    historico de margem por dia, produto e turno:
           SELECT MARGIN-HISTORY-FILE
           ASSIGN TO DYNAMIC WS-MARGIN-HIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARGIN-HIST-STATUS.

           SELECT MARGIN-REPORT-FILE
           ASSIGN TO DYNAMIC WS-MARGIN-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FAVCSEL.cpy".

      *    consumos internos da frota de aluguer:
           COPY "FINTSEL.cpy".

      *    artigos da loja faturados na mesma fatura (ficam fora da
      *    margem de combustivel):
           COPY "SHOPSEL.cpy".

           COPY "RUNCTLSEL.cpy".

           COPY "GLJRNSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD GAS-INVOICE-FILE.
       01 GAS-INVOICE.
           05 INAME       PIC X(20).
           05 IQTY        PIC 999.
           05 IPRICE      PIC 9(5)V99.
           05 ITAX        PIC 99.
           05 ITTYPE      PIC X.
           05 I-INVOICE-NO PIC 9(6).
           05 ISHIFT      PIC 99.
           05 IACCOUNT    PIC 9(5).
           05 IEXCISE     PIC 9(5)V99.
      *    desconto de pontos/pessoal, com IVA (faturas anteriores a
      *    esta coluna: espacos):
           05 IDISCOUNT   PIC 9(6)V99.

       FD MARGIN-HISTORY-FILE.
       01 MARGIN-HISTORY-RECORD.
           05 MH-DATA     PIC 9(8).
           05 MH-PRODUTO  PIC X(20).
           05 MH-SHIFT    PIC 99.
           05 MH-LITROS   PIC S9(7).
           05 MH-NET      PIC S9(8)V99.
           05 MH-COST     PIC S9(8)V99.

       FD MARGIN-REPORT-FILE.
       01 MARGIN-REPORT-LINE PIC X(100).

           COPY "FAVCFD.cpy".

           COPY "FINTFD.cpy".

           COPY "SHOPFD.cpy".

           COPY "RUNCTLFD.cpy".

           COPY "GLJRNFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-GAS-INVOICE-PATH PIC X(60)
           VALUE "..\gas-sales-invoice.txt".
       01  WS-GAS-INVOICE-STATUS PIC XX.
       01  WS-MARGIN-HIST-PATH PIC X(60)
           VALUE "..\fuel-margin-history.txt".
       01  WS-MARGIN-HIST-STATUS PIC XX.
       01  WS-MARGIN-RPT-PATH  PIC X(60)
           VALUE "..\fuel-margin.txt".
       01  WS-ENV-VALUE        PIC X(60).

       01  WS-OPTION     PIC X.
       01  WS-EOF        PIC X.
       01  WS-BUSINESS-DATE PIC 9(8).
       01  WS-SEL-YYYYMM PIC 9(6).
       01  WS-REC-YYYYMM PIC 9(6).
       01  WS-REPORT-TITLE PIC X(60).

      * custo medio por cisterna:
       COPY "FAVCWS.cpy".

       COPY "FINTWS.cpy".
       01  WS-N-INTERNAL PIC 9(5) VALUE ZERO.

       COPY "SHOPWS.cpy".

       COPY "RUNCTLWS.cpy".

       COPY "GLJRNWS.cpy".

      * linha corrente com sinal (devolucoes e estornos abatem):
       01  WS-SIGN       PIC S9.
       01  WS-LINE-LITROS PIC S9(7).
       01  WS-LINE-NET   PIC S9(8)V99.
       01  WS-LINE-COST  PIC S9(8)V99.
       01  WS-N-NO-COST  PIC 9(5) VALUE ZERO.
       01  WS-COGS-TOTAL PIC S9(9)V99 VALUE ZERO.

      * acumulados por (produto, turno) -- o dia, ou o mes lido do
      * historico:
       01  WS-MG-COUNT PIC 9(3) VALUE ZERO.
       01  WS-MG-TABLE.
           05 WS-MG-ENTRY OCCURS 300 TIMES INDEXED BY MG-IDX.
               10 WS-MG-PRODUTO PIC X(20).
               10 WS-MG-SHIFT   PIC 99.
               10 WS-MG-LITROS  PIC S9(9).
               10 WS-MG-NET     PIC S9(10)V99.
               10 WS-MG-COST    PIC S9(10)V99.
       01  WS-MG-FOUND   PIC X.

      * totais das seccoes do relatorio (por produto, por turno):
       01  WS-RP-COUNT PIC 99 VALUE ZERO.
       01  WS-RP-TABLE.
           05 WS-RP-ENTRY OCCURS 30 TIMES INDEXED BY RP-IDX.
               10 WS-RP-PRODUTO PIC X(20).
               10 WS-RP-LITROS  PIC S9(9).
               10 WS-RP-NET     PIC S9(10)V99.
               10 WS-RP-COST    PIC S9(10)V99.
       01  WS-RS-COUNT PIC 99 VALUE ZERO.
       01  WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 30 TIMES INDEXED BY RS-IDX.
               10 WS-RS-SHIFT   PIC 99.
               10 WS-RS-LITROS  PIC S9(9).
               10 WS-RS-NET     PIC S9(10)V99.
               10 WS-RS-COST    PIC S9(10)V99.
       01  WS-R-FOUND    PIC X.

      * uma linha do relatorio:
       01  WS-R-LABEL    PIC X(20).
       01  WS-R-LITROS   PIC S9(9).
       01  WS-R-NET      PIC S9(10)V99.
       01  WS-R-COST     PIC S9(10)V99.
       01  WS-R-MARGIN   PIC S9(10)V99.
       01  WS-R-PER-L    PIC S9(3)V9(4).
       01  WS-R-PCT      PIC S9(4)V99.
       01  WS-T-LITROS   PIC S9(9).
       01  WS-T-NET      PIC S9(10)V99.
       01  WS-T-COST     PIC S9(10)V99.

       01  M-LITROS      PIC -Z(7)9.
       01  M-NET         PIC -Z(8)9.99.
       01  M-COST        PIC -Z(8)9.99.
       01  M-MARGIN      PIC -Z(8)9.99.
       01  M-PER-L       PIC -Z9.9999.
       01  M-PCT         PIC -ZZ9.99.

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GAS_INVOICE_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GAS-INVOICE-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FUEL_MARGIN_HISTORY".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MARGIN-HIST-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FUEL_MARGIN_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MARGIN-RPT-PATH
           END-IF.
           ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GAS_BUSINESS_DATE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE(1:8) TO WS-BUSINESS-DATE
           END-IF.
           PERFORM INIT-FAVC-PATH-PROCEDURE.
           PERFORM INIT-FINT-PATH-PROCEDURE.
           PERFORM INIT-SHOP-PATH-PROCEDURE.
           PERFORM LOAD-SHOP-ITEMS-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "3"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM DAILY-MARGIN-PROCEDURE
                   WHEN "2" PERFORM MONTHLY-MARGIN-PROCEDURE
                   WHEN "3" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.
           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- MARGEM DE COMBUSTIVEL -----".
           DISPLAY "1 - Margem do dia " WS-BUSINESS-DATE
               " (custo das vendas)".
           DISPLAY "2 - Relatorio mensal".
           DISPLAY "3 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    custeia o dia ao custo medio e tira os litros vendidos da
      *    existencia custeada; o controlo de execucao impede que o
      *    mesmo dia abata a existencia (e lance o custo) duas vezes:
       DAILY-MARGIN-PROCEDURE.
           MOVE "FUEL-MARGIN" TO WS-RUNCTL-JOB.
           MOVE WS-BUSINESS-DATE TO WS-RUNCTL-DATE.
           PERFORM CHECK-RUN-CONTROL-PROCEDURE.
           IF WS-RUNCTL-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-FUEL-AVG-COST-PROCEDURE.
           MOVE ZERO TO WS-MG-COUNT.
           MOVE ZERO TO WS-COGS-TOTAL.
           MOVE ZERO TO WS-N-NO-COST.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GAS-INVOICE-FILE.
           IF WS-GAS-INVOICE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
                   WS-GAS-INVOICE-PATH
                   " (file status " WS-GAS-INVOICE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GAS-INVOICE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GAS-INVOICE(1:8) NOT = "TRAILER:"
                           AND GAS-INVOICE NOT = SPACES
                           AND IQTY NUMERIC
                           MOVE INAME TO WS-SHOP-LOOKUP-CODIGO
                           PERFORM FIND-SHOP-ITEM-PROCEDURE
                           IF WS-SHOP-FOUND = "N"
                               PERFORM COST-ONE-LINE-PROCEDURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GAS-INVOICE-FILE.
           PERFORM INTERNAL-ISSUES-PROCEDURE.

           PERFORM WRITE-HISTORY-PROCEDURE.

      *    custo das vendas: sai das existencias para o custo das
      *    mercadorias vendidas (mapeamento da chave FUEL-COGS):
           IF WS-COGS-TOTAL NOT = ZERO
               PERFORM OPEN-GL-JOURNAL-PROCEDURE
               MOVE "FUEL-COGS" TO WS-GL-KEY
               MOVE WS-BUSINESS-DATE TO WS-GL-DATE
               MOVE WS-COGS-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
               CLOSE GL-JOURNAL-FILE
           END-IF.
           PERFORM SAVE-FUEL-AVG-COST-PROCEDURE.
           PERFORM MARK-RUN-PROCESSED-PROCEDURE.

           IF WS-N-INTERNAL > ZERO
               DISPLAY "Consumos internos do aluguer abatidos a "
                   "existencia: " WS-N-INTERNAL
           END-IF.
           IF WS-N-NO-COST > ZERO
               DISPLAY "AVISO: " WS-N-NO-COST " linhas de produtos "
                   "sem custo medio (custo a zero) -- confira as "
                   "entregas pendentes de conferencia."
           END-IF.
           MOVE SPACES TO WS-REPORT-TITLE.
           STRING "MARGEM DE COMBUSTIVEL - DIA " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO WS-REPORT-TITLE.
           PERFORM WRITE-REPORT-PROCEDURE.


      *    vendas liquidas de IVA e de ISP = litros x preco unitario
      *    sem impostos; custo = litros x custo medio da cisterna:
       COST-ONE-LINE-PROCEDURE.
           IF ITTYPE = "R" OR ITTYPE = "r"
               OR ITTYPE = "V" OR ITTYPE = "v"
               MOVE -1 TO WS-SIGN
           ELSE
               MOVE +1 TO WS-SIGN
           END-IF.
           COMPUTE WS-LINE-LITROS = IQTY * WS-SIGN.
           COMPUTE WS-LINE-NET ROUNDED = IQTY * IPRICE * WS-SIGN.
      *    o desconto da fatura sai da venda liquida sem o IVA:
           IF IDISCOUNT NUMERIC
               COMPUTE WS-LINE-NET ROUNDED = WS-LINE-NET
                   - IDISCOUNT * 100 / (100 + ITAX) * WS-SIGN
           END-IF.

           MOVE INAME TO WS-FAVC-LOOKUP-NOME.
           PERFORM FIND-FUEL-AVG-COST-PROCEDURE.
           IF WS-FAVC-FOUND = "Y"
               COMPUTE WS-LINE-COST ROUNDED =
                   WS-LINE-LITROS * WS-FA-CUSTO(FA-IDX)
               SUBTRACT WS-LINE-LITROS FROM WS-FA-LITROS(FA-IDX)
           ELSE
               MOVE ZERO TO WS-LINE-COST
               ADD 1 TO WS-N-NO-COST
           END-IF.
           ADD WS-LINE-COST TO WS-COGS-TOTAL.

           MOVE INAME TO WS-R-LABEL.
           MOVE ISHIFT TO MH-SHIFT.
           PERFORM FIND-DETAIL-PROCEDURE.
           IF WS-MG-FOUND = "Y"
               ADD WS-LINE-LITROS TO WS-MG-LITROS(MG-IDX)
               ADD WS-LINE-NET TO WS-MG-NET(MG-IDX)
               ADD WS-LINE-COST TO WS-MG-COST(MG-IDX)
           END-IF.


      *    consumos internos do dia: o custo ja foi lancado pelo
      *    PRODUCT-PRICES (FUEL-INTERNAL) e nao entra na margem --
      *    aqui os litros so saem da existencia custeada:
       INTERNAL-ISSUES-PROCEDURE.
           MOVE ZERO TO WS-N-INTERNAL.
           MOVE "N" TO WS-EOF.
           OPEN INPUT FUEL-INTERNAL-FILE.
           IF WS-FINT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FUEL-INTERNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FI-DATA = WS-BUSINESS-DATE
                           MOVE FI-PRODUTO TO WS-FAVC-LOOKUP-NOME
                           PERFORM FIND-FUEL-AVG-COST-PROCEDURE
                           IF WS-FAVC-FOUND = "Y"
                               SUBTRACT FI-LITROS
                                   FROM WS-FA-LITROS(FA-IDX)
                           END-IF
                           ADD 1 TO WS-N-INTERNAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUEL-INTERNAL-FILE.


      *    linha (produto, turno) da tabela de detalhe, criada a
      *    zeros se ainda nao existir (produto em WS-R-LABEL, turno em
      *    MH-SHIFT):
       FIND-DETAIL-PROCEDURE.
           MOVE "N" TO WS-MG-FOUND.
           PERFORM VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > WS-MG-COUNT
               IF WS-MG-PRODUTO(MG-IDX) = WS-R-LABEL
                   AND WS-MG-SHIFT(MG-IDX) = MH-SHIFT
                   MOVE "Y" TO WS-MG-FOUND
               END-IF
               IF WS-MG-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MG-FOUND = "N" AND WS-MG-COUNT < 300
               ADD 1 TO WS-MG-COUNT
               SET MG-IDX TO WS-MG-COUNT
               MOVE WS-R-LABEL TO WS-MG-PRODUTO(MG-IDX)
               MOVE MH-SHIFT TO WS-MG-SHIFT(MG-IDX)
               MOVE ZERO TO WS-MG-LITROS(MG-IDX)
               MOVE ZERO TO WS-MG-NET(MG-IDX)
               MOVE ZERO TO WS-MG-COST(MG-IDX)
               MOVE "Y" TO WS-MG-FOUND
           END-IF.


       WRITE-HISTORY-PROCEDURE.
           OPEN EXTEND MARGIN-HISTORY-FILE.
           IF WS-MARGIN-HIST-STATUS = "35"
               OPEN OUTPUT MARGIN-HISTORY-FILE
           END-IF.
           PERFORM VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > WS-MG-COUNT
               MOVE WS-BUSINESS-DATE TO MH-DATA
               MOVE WS-MG-PRODUTO(MG-IDX) TO MH-PRODUTO
               MOVE WS-MG-SHIFT(MG-IDX) TO MH-SHIFT
               MOVE WS-MG-LITROS(MG-IDX) TO MH-LITROS
               MOVE WS-MG-NET(MG-IDX) TO MH-NET
               MOVE WS-MG-COST(MG-IDX) TO MH-COST
               WRITE MARGIN-HISTORY-RECORD
           END-PERFORM.
           CLOSE MARGIN-HISTORY-FILE.


      *    o mes sai do historico (os dias ja custeados), por isso um
      *    dia nao corrido na margem diaria nao aparece:
       MONTHLY-MARGIN-PROCEDURE.
           DISPLAY "Mes (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YYYYMM.
           MOVE ZERO TO WS-MG-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT MARGIN-HISTORY-FILE.
           IF WS-MARGIN-HIST-STATUS = "35"
               DISPLAY "AVISO: sem historico de margem ("
                   WS-MARGIN-HIST-PATH ") -- corra primeiro a "
                   "margem diaria."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ MARGIN-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       COMPUTE WS-REC-YYYYMM = MH-DATA / 100
                       IF WS-REC-YYYYMM = WS-SEL-YYYYMM
                           MOVE MH-PRODUTO TO WS-R-LABEL
                           PERFORM FIND-DETAIL-PROCEDURE
                           IF WS-MG-FOUND = "Y"
                               ADD MH-LITROS TO WS-MG-LITROS(MG-IDX)
                               ADD MH-NET TO WS-MG-NET(MG-IDX)
                               ADD MH-COST TO WS-MG-COST(MG-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MARGIN-HISTORY-FILE.
           MOVE SPACES TO WS-REPORT-TITLE.
           STRING "MARGEM DE COMBUSTIVEL - MES " WS-SEL-YYYYMM
               DELIMITED BY SIZE INTO WS-REPORT-TITLE.
           PERFORM WRITE-REPORT-PROCEDURE.


      *    o detalhe (produto, turno) e somado nas duas seccoes do
      *    relatorio -- por produto e por turno -- com total geral:
       WRITE-REPORT-PROCEDURE.
           MOVE ZERO TO WS-RP-COUNT.
           MOVE ZERO TO WS-RS-COUNT.
           PERFORM VARYING MG-IDX FROM 1 BY 1
               UNTIL MG-IDX > WS-MG-COUNT
               PERFORM ROLL-UP-PRODUCT-PROCEDURE
               PERFORM ROLL-UP-SHIFT-PROCEDURE
           END-PERFORM.

           OPEN OUTPUT MARGIN-REPORT-FILE.
           MOVE WS-REPORT-TITLE TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.
           MOVE ALL "=" TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.

           MOVE "POR PRODUTO" TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS-PROCEDURE.
           MOVE ZERO TO WS-T-LITROS WS-T-NET WS-T-COST.
           PERFORM VARYING RP-IDX FROM 1 BY 1
               UNTIL RP-IDX > WS-RP-COUNT
               MOVE WS-RP-PRODUTO(RP-IDX) TO WS-R-LABEL
               MOVE WS-RP-LITROS(RP-IDX) TO WS-R-LITROS
               MOVE WS-RP-NET(RP-IDX) TO WS-R-NET
               MOVE WS-RP-COST(RP-IDX) TO WS-R-COST
               PERFORM WRITE-MARGIN-LINE-PROCEDURE
               ADD WS-R-LITROS TO WS-T-LITROS
               ADD WS-R-NET TO WS-T-NET
               ADD WS-R-COST TO WS-T-COST
           END-PERFORM.
           MOVE ALL "-" TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.
           MOVE "TOTAL" TO WS-R-LABEL.
           MOVE WS-T-LITROS TO WS-R-LITROS.
           MOVE WS-T-NET TO WS-R-NET.
           MOVE WS-T-COST TO WS-R-COST.
           PERFORM WRITE-MARGIN-LINE-PROCEDURE.

           MOVE SPACES TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.
           MOVE "POR TURNO" TO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADINGS-PROCEDURE.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RS-COUNT
               MOVE SPACES TO WS-R-LABEL
               STRING "Turno " WS-RS-SHIFT(RS-IDX)
                   DELIMITED BY SIZE INTO WS-R-LABEL
               MOVE WS-RS-LITROS(RS-IDX) TO WS-R-LITROS
               MOVE WS-RS-NET(RS-IDX) TO WS-R-NET
               MOVE WS-RS-COST(RS-IDX) TO WS-R-COST
               PERFORM WRITE-MARGIN-LINE-PROCEDURE
           END-PERFORM.
           CLOSE MARGIN-REPORT-FILE.
           MOVE "FUEL-MARGIN" TO WS-SPL-PROGRAM.
           MOVE "MARGEM DOS COMBUSTIVEIS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-MARGIN-RPT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-BUSINESS-DATE TO WS-SPL-BUS-DATE.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           COMPUTE WS-R-MARGIN = WS-T-NET - WS-T-COST.
           MOVE WS-R-MARGIN TO M-MARGIN.
           DISPLAY WS-REPORT-TITLE.
           DISPLAY "Margem bruta: " M-MARGIN
               " (relatorio em " FUNCTION TRIM(WS-MARGIN-RPT-PATH)
               ")".


       ROLL-UP-PRODUCT-PROCEDURE.
           MOVE "N" TO WS-R-FOUND.
           PERFORM VARYING RP-IDX FROM 1 BY 1
               UNTIL RP-IDX > WS-RP-COUNT
               IF WS-RP-PRODUTO(RP-IDX) = WS-MG-PRODUTO(MG-IDX)
                   MOVE "Y" TO WS-R-FOUND
               END-IF
               IF WS-R-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-R-FOUND = "N"
               IF WS-RP-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RP-COUNT
               SET RP-IDX TO WS-RP-COUNT
               MOVE WS-MG-PRODUTO(MG-IDX) TO WS-RP-PRODUTO(RP-IDX)
               MOVE ZERO TO WS-RP-LITROS(RP-IDX)
               MOVE ZERO TO WS-RP-NET(RP-IDX)
               MOVE ZERO TO WS-RP-COST(RP-IDX)
           END-IF.
           ADD WS-MG-LITROS(MG-IDX) TO WS-RP-LITROS(RP-IDX).
           ADD WS-MG-NET(MG-IDX) TO WS-RP-NET(RP-IDX).
           ADD WS-MG-COST(MG-IDX) TO WS-RP-COST(RP-IDX).


       ROLL-UP-SHIFT-PROCEDURE.
           MOVE "N" TO WS-R-FOUND.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RS-COUNT
               IF WS-RS-SHIFT(RS-IDX) = WS-MG-SHIFT(MG-IDX)
                   MOVE "Y" TO WS-R-FOUND
               END-IF
               IF WS-R-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-R-FOUND = "N"
               IF WS-RS-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RS-COUNT
               SET RS-IDX TO WS-RS-COUNT
               MOVE WS-MG-SHIFT(MG-IDX) TO WS-RS-SHIFT(RS-IDX)
               MOVE ZERO TO WS-RS-LITROS(RS-IDX)
               MOVE ZERO TO WS-RS-NET(RS-IDX)
               MOVE ZERO TO WS-RS-COST(RS-IDX)
           END-IF.
           ADD WS-MG-LITROS(MG-IDX) TO WS-RS-LITROS(RS-IDX).
           ADD WS-MG-NET(MG-IDX) TO WS-RS-NET(RS-IDX).
           ADD WS-MG-COST(MG-IDX) TO WS-RS-COST(RS-IDX).


       WRITE-COLUMN-HEADINGS-PROCEDURE.
           MOVE SPACES TO MARGIN-REPORT-LINE.
           STRING "                       LITROS"
               "  VENDAS LIQUIDAS"
               "   CUSTO VENDAS"
               "         MARGEM"
               "  MARG/L  MARG%"
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.


      *    margem = vendas liquidas - custo; por litro e em
      *    percentagem das vendas liquidas (zero quando a base e
      *    nula):
       WRITE-MARGIN-LINE-PROCEDURE.
           COMPUTE WS-R-MARGIN = WS-R-NET - WS-R-COST.
           IF WS-R-LITROS = ZERO
               MOVE ZERO TO WS-R-PER-L
           ELSE
               COMPUTE WS-R-PER-L ROUNDED = WS-R-MARGIN / WS-R-LITROS
           END-IF.
           IF WS-R-NET = ZERO
               MOVE ZERO TO WS-R-PCT
           ELSE
               COMPUTE WS-R-PCT ROUNDED =
                   WS-R-MARGIN * 100 / WS-R-NET
           END-IF.
           MOVE WS-R-LITROS TO M-LITROS.
           MOVE WS-R-NET TO M-NET.
           MOVE WS-R-COST TO M-COST.
           MOVE WS-R-MARGIN TO M-MARGIN.
           MOVE WS-R-PER-L TO M-PER-L.
           MOVE WS-R-PCT TO M-PCT.
           MOVE SPACES TO MARGIN-REPORT-LINE.
           STRING WS-R-LABEL " " M-LITROS "  " M-NET "  " M-COST
               "  " M-MARGIN " " M-PER-L " " M-PCT
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE.
           WRITE MARGIN-REPORT-LINE.


       COPY "FAVCP.cpy".

       COPY "FINTP.cpy".

       COPY "SHOPP.cpy".

       COPY "RUNCTLP.cpy".

       COPY "GLJRNP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM FUEL-MARGIN.
