      *          the same list/add/edit/retire menu style as
      *          FLEET-RATES-MAINT, validating price, tax and
      *          effective date on entry instead of raw file edits
      *          that silently reject every sale of a product. Each
      *          dated row also carries the fuel excise (ISP) per
      *          litre in force from that date. A mid-day price
      *          change is entered as an event with the tank dip at
      *          that moment and the point reached in the day's
      *          sales file, so PRODUCT-PRICES can split the day and
      *          revalue the stock.
      * Author:  Victor Domingos
      * Date:    2026-08-21
      * License: MIT
       FILE-CONTROL.
           COPY "PRODMSEL.cpy".

           COPY "RJRNSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *    uma a outra):
           COPY "MLOCSEL.cpy".

      *    eventos de mudanca de preco a meio do dia:
           COPY "PRCHSEL.cpy".

      *    vendas do dia ja registadas (mesma imagem do GAS-SALE),
      *    so contadas para marcar o ponto da mudanca:
           SELECT GAS-SALES-FILE
           ASSIGN TO DYNAMIC WS-GAS-SALES-PATH
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-GAS-SALES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "OPERFD.cpy".

           COPY "MLOCFD.cpy".

           COPY "PRCHFD.cpy".

       FD  GAS-SALES-FILE.
       01  GAS-SALE PIC X(64).

       WORKING-STORAGE SECTION.
           COPY "PRODMWS.cpy".

           COPY "RJRNWS.cpy".

           COPY "OPERWS.cpy".

           COPY "MLOCWS.cpy".

           COPY "PRCHWS.cpy".

      * validacao de calendario partilhada (data de vigor):
       COPY "DATEVAL.cpy".

       01  WS-PRECO-IN  PIC 9(5)V99.
       01  WS-TAXA-IN   PIC 99.
       01  M-PRECO      PIC Z(4)9.99.
       01  M-ISP        PIC 9.9999.

      * mudanca de preco a meio do dia:
       01  WS-GAS-SALES-PATH   PIC X(60) VALUE "..\gas-sales.txt".
       01  WS-GAS-SALES-STATUS PIC XX.
       01  WS-ENV-VALUE        PIC X(60).
       01  WS-TODAY            PIC 9(8).
       01  WS-TIME-NOW         PIC 9(8).
       01  WS-SALES-MARK       PIC 9(6).
       01  WS-SALES-EOF        PIC X.
       01  WS-OLD-PRECO        PIC 9(5)V99.
       01  WS-DIP-IN           PIC 9(7).
       01  WS-CUR-ROW          PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               STOP RUN
           END-IF.

           MOVE "PRODUCT-MASTER-MAINT" TO WS-RJ-JOB.
           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           PERFORM INIT-PRCH-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GAS_SALES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GAS-SALES-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
                   WHEN "2" PERFORM ADD-PRODUCT-PROCEDURE
                   WHEN "3" PERFORM EDIT-PRODUCT-PROCEDURE
                   WHEN "4" PERFORM RETIRE-PRODUCT-PROCEDURE
                   WHEN "6" PERFORM PRICE-CHANGE-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
           DISPLAY "3 - Editar registo".
           DISPLAY "4 - Retirar registo".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "6 - Mudanca de preco a meio do dia (com sonda)".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.

                   SET WS-SEL-ROW TO PM-IDX
                   MOVE WS-SEL-ROW TO WS-ROW-SHOWN
                   MOVE WS-PROD-PRECO(PM-IDX) TO M-PRECO
                   MOVE WS-PROD-ISP(PM-IDX) TO M-ISP
                   DISPLAY WS-ROW-SHOWN ") " WS-PROD-NOME(PM-IDX)
                       " preco " M-PRECO
                       " taxa " WS-PROD-TAXA(PM-IDX)
                       "% ISP " M-ISP
                       " em vigor desde "
                       WS-PROD-EFF-DATE(PM-IDX)
               END-PERFORM
           END-IF.
           DISPLAY "Pontos de fidelizacao por litro (9.99): "
               WITH NO ADVANCING.
           ACCEPT WS-PROD-PONTOS(PM-IDX).
      *    o ISP muda por portaria em datas proprias: uma alteracao
      *    so do imposto entra como novo registo datado com o mesmo
      *    preco:
           DISPLAY "ISP por litro (9.9999, 0 = sem ISP): "
               WITH NO ADVANCING.
           ACCEPT WS-PROD-ISP(PM-IDX).


      *    mudanca de preco com efeito imediato: o novo preco fica
      *    em vigor desde hoje (o registo de hoje, se ja existir, e
      *    corrigido; senao acrescenta-se um com os restantes campos
      *    do registo em vigor) e o evento guarda a leitura da sonda
      *    e quantas vendas do dia ja estavam registadas -- as que
      *    estao antes da marca sao faturadas ao preco antigo:
       PRICE-CHANGE-PROCEDURE.
           DISPLAY "Produto (ate 20 caracteres): " WITH NO ADVANCING.
           ACCEPT WS-PROD-LOOKUP-NOME.
           MOVE WS-TODAY TO WS-PROD-LOOKUP-DATE.
           PERFORM LOOKUP-PRODUCT-PROCEDURE.
           MOVE 99999999 TO WS-PROD-LOOKUP-DATE.
           IF WS-PROD-FOUND = "N"
               DISPLAY "Produto sem preco em vigor hoje."
               EXIT PARAGRAPH
           END-IF.
           SET WS-CUR-ROW TO PM-IDX.
           MOVE WS-PROD-PRECO(PM-IDX) TO WS-OLD-PRECO.
           MOVE WS-OLD-PRECO TO M-PRECO.
           DISPLAY "Preco em vigor: " M-PRECO.

           MOVE ZERO TO WS-PRECO-IN.
           PERFORM UNTIL WS-PRECO-IN > ZERO
               DISPLAY "Novo preco (99999.99, > 0): " WITH NO ADVANCING
               ACCEPT WS-PRECO-IN
           END-PERFORM.
           IF WS-PRECO-IN = WS-OLD-PRECO
               DISPLAY "Preco igual ao em vigor -- nada a fazer."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Leitura da sonda agora (litros): "
               WITH NO ADVANCING.
           ACCEPT WS-DIP-IN.

           IF WS-PROD-EFF-DATE(PM-IDX) NOT = WS-TODAY
               IF WS-PROD-COUNT >= 30
                   DISPLAY "Tabela de produtos cheia (maximo de 30)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-ENTRY(WS-CUR-ROW)
                   TO WS-PROD-ENTRY(WS-PROD-COUNT)
               SET PM-IDX TO WS-PROD-COUNT
               MOVE WS-TODAY TO WS-PROD-EFF-DATE(PM-IDX)
           END-IF.
           MOVE WS-PRECO-IN TO WS-PROD-PRECO(PM-IDX).
           MOVE "Y" TO WS-DIRTY.

           PERFORM COUNT-DAY-SALES-PROCEDURE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TODAY TO PX-DATA.
           MOVE WS-TIME-NOW(1:4) TO PX-HORA.
           MOVE WS-PROD-LOOKUP-NOME TO PX-PRODUTO.
           MOVE WS-SALES-MARK TO PX-MARCA.
           MOVE WS-OLD-PRECO TO PX-OLD-PRECO.
           MOVE WS-PRECO-IN TO PX-NEW-PRECO.
           MOVE WS-DIP-IN TO PX-DIP.
           MOVE WS-OPERATOR-ID TO PX-OPERATOR.
           PERFORM APPEND-PRICE-CHANGE-PROCEDURE.
           DISPLAY "Mudanca registada apos " WS-SALES-MARK
               " vendas do dia.".


       COUNT-DAY-SALES-PROCEDURE.
           MOVE ZERO TO WS-SALES-MARK.
           MOVE "N" TO WS-SALES-EOF.
           OPEN INPUT GAS-SALES-FILE.
           IF WS-GAS-SALES-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-SALES-EOF = "Y"
               READ GAS-SALES-FILE
                   AT END MOVE "Y" TO WS-SALES-EOF
                   NOT AT END ADD 1 TO WS-SALES-MARK
               END-READ
           END-PERFORM.
           CLOSE GAS-SALES-FILE.


      * so as linhas que mudam em relacao ao master em disco vao
      * para o journal de recuperacao, antes de o regravar:
       WRITE-PRODUCT-MASTER-PROCEDURE.
           MOVE "product-master" TO WS-RJ-MASTER.
           MOVE WS-PRODUCT-MASTER-PATH TO WS-RJ-PRIOR-PATH.
           PERFORM BEGIN-JOURNAL-DIFF-PROCEDURE.
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > WS-PROD-COUNT
               PERFORM BUILD-PRODUCT-RECORD-PROCEDURE
               MOVE PM-NOME TO WS-RJ-KEY
               MOVE PRODUCT-MASTER-RECORD TO WS-RJ-IMAGE
               PERFORM JOURNAL-DIFF-ROW-PROCEDURE
           END-PERFORM.
           PERFORM END-JOURNAL-DIFF-PROCEDURE.
           OPEN OUTPUT PRODUCT-MASTER-FILE.
           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL PM-IDX > WS-PROD-COUNT
               PERFORM BUILD-PRODUCT-RECORD-PROCEDURE
               WRITE PRODUCT-MASTER-RECORD
           END-PERFORM.
           CLOSE PRODUCT-MASTER-FILE.


       BUILD-PRODUCT-RECORD-PROCEDURE.
           MOVE WS-PROD-NOME(PM-IDX)     TO PM-NOME.
           MOVE WS-PROD-PRECO(PM-IDX)    TO PM-PRECO.
           MOVE WS-PROD-TAXA(PM-IDX)     TO PM-TAXA.
           MOVE WS-PROD-EFF-DATE(PM-IDX) TO PM-EFF-DATE.
           MOVE WS-PROD-PONTOS(PM-IDX)   TO PM-PONTOS.
           MOVE WS-PROD-ISP(PM-IDX)      TO PM-ISP.


       COPY "DATEVALP.cpy".

       COPY "PRODMP.cpy".

       COPY "RJRNP.cpy".

       COPY "OPERP.cpy".

       COPY "MLOCP.cpy".

       COPY "PRCHP.cpy".

       END PROGRAM PRODUCT-MASTER-MAINT.
