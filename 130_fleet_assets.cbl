       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-ASSETS.
      *=================================================================
      * Purpose: Asset register of the rental fleet. One record per
      *          plate of the vehicle master with its acquisition
      *          date, cost, residual value and depreciation method
      *          (linear over a useful life in months, or declining
      *          balance at an annual rate). FLEET-DEPRECIATION adds
      *          the monthly charge. A disposal records the sale date
      *          and price, works out the gain or loss against the
      *          net book value, posts the sale to the GL journal and
      *          retires the vehicle from the vehicle master. A car
      *          still out on an open rental agreement cannot be
      *          disposed of. Same line-mode menu style as
      *          VEHICLE-MASTER-MAINT.
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
           COPY "FASSSEL.cpy".
           COPY "VEHMSEL.cpy".
           COPY "RAGRSEL.cpy".
           COPY "GLJRNSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "FASSFD.cpy".
           COPY "VEHMFD.cpy".
           COPY "RAGRFD.cpy".
           COPY "GLJRNFD.cpy".
           COPY "OPERFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "FASSWS.cpy".
           COPY "VEHMWS.cpy".
           COPY "RAGRWS.cpy".
           COPY "GLJRNWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-PLATE   PIC X(8).
       01  WS-VEHM-DIRTY  PIC X VALUE "N".
       01  WS-GL-OPEN     PIC X VALUE "N".
       01  WS-VALOR-VENDA PIC 9(7)V99.
       01  WS-LIQUIDO     PIC S9(7)V99.
       01  WS-MES-ABATE   PIC 9(6).
       01  WS-MES-ANTERIOR PIC 9(6).
       01  M-MONEY        PIC Z(6)9.99.
       01  M-ACUM         PIC Z(6)9.99.
       01  M-LIQUIDO      PIC Z(6)9.99-.
       01  M-RESULTADO    PIC Z(6)9.99-.
       01  M-TAXA         PIC Z9.99.

      * validacao de calendario partilhada (aquisicao e abate):
       COPY "DATEVAL.cpy".
       01  WS-DATE-IN   PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK   PIC X.

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-FASS-PATH-PROCEDURE.
           PERFORM LOAD-FASS-FILE-PROCEDURE.
           IF WS-FASS-OVERFLOW = "Y"
               DISPLAY "ERRO: fleet-assets com mais linhas do "
                   "que a tabela (200) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-VEHICLE-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-VEHICLE-MASTER-PROCEDURE.
           PERFORM INIT-RAGR-PATH-PROCEDURE.
           PERFORM LOAD-RAGR-FILE-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-ASSETS-PROCEDURE
                   WHEN "2" PERFORM ADD-ASSET-PROCEDURE
                   WHEN "3" PERFORM EDIT-ASSET-PROCEDURE
                   WHEN "4" PERFORM DISPOSE-ASSET-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-FASS-DIRTY = "Y"
               PERFORM SAVE-FASS-FILE-PROCEDURE
               DISPLAY "Ativos gravados em "
                   FUNCTION TRIM(WS-FASS-PATH) "."
           END-IF.
           IF WS-VEHM-DIRTY = "Y"
               PERFORM SAVE-VEHICLE-MASTER-PROCEDURE
               DISPLAY "Mestre gravado em "
                   FUNCTION TRIM(WS-VEHM-PATH) "."
           END-IF.
           IF WS-GL-OPEN = "Y"
               CLOSE GL-JOURNAL-FILE
           END-IF.
           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- ATIVOS DA FROTA -----".
           DISPLAY "1 - Listar ativos".
           DISPLAY "2 - Registar aquisicao".
           DISPLAY "3 - Editar ativo".
           DISPLAY "4 - Abate/venda de viatura".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    valor liquido = custo - amortizacao acumulada; as vendidas
      *    mostram a venda e o resultado:
       LIST-ASSETS-PROCEDURE.
           IF WS-FASS-COUNT = ZERO
               DISPLAY "Nao ha ativos registados."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-FASS-COUNT
               MOVE WS-AF-CUSTO(AF-IDX) TO M-MONEY
               MOVE WS-AF-AMORT-ACUM(AF-IDX) TO M-ACUM
               COMPUTE WS-LIQUIDO = WS-AF-CUSTO(AF-IDX)
                   - WS-AF-AMORT-ACUM(AF-IDX)
               MOVE WS-LIQUIDO TO M-LIQUIDO
               DISPLAY WS-AF-PLATE(AF-IDX)
                   " aq. " WS-AF-AQUISICAO(AF-IDX)
                   " custo " M-MONEY
                   " amort. " M-ACUM
                   " liquido " M-LIQUIDO
                   " metodo " WS-AF-METODO(AF-IDX)
                   " estado " WS-AF-STATUS(AF-IDX)
               IF WS-AF-STATUS(AF-IDX) = "V"
                   MOVE WS-AF-VALOR-VENDA(AF-IDX) TO M-MONEY
                   MOVE WS-AF-RESULTADO(AF-IDX) TO M-RESULTADO
                   DISPLAY "      vendida em "
                       WS-AF-DATA-ABATE(AF-IDX)
                       " por " M-MONEY
                       " resultado " M-RESULTADO
               END-IF
           END-PERFORM.


      *    so viaturas do mestre, e uma so ficha ativa por matricula:
       ADD-ASSET-PROCEDURE.
           IF WS-FASS-COUNT >= 200
               DISPLAY "Tabela de ativos cheia (maximo 200)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Matricula: " WITH NO ADVANCING.
           ACCEPT WS-SEL-PLATE.
           MOVE WS-SEL-PLATE TO WS-VEHM-LOOKUP-PLATE.
           PERFORM LOOKUP-VEHICLE-PROCEDURE.
           IF WS-VEHM-FOUND = "N"
               DISPLAY "Matricula nao existe no mestre de viaturas "
                   "-- registe-a primeiro."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-PLATE TO WS-FASS-LOOKUP-PLATE.
           PERFORM LOOKUP-FASS-PROCEDURE.
           IF WS-FASS-FOUND = "Y"
               DISPLAY "Ja existe um ativo para essa matricula -- use "
                   "a opcao Editar."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FASS-COUNT.
           SET AF-IDX TO WS-FASS-COUNT.
           INITIALIZE WS-FASS-ENTRY(AF-IDX).
           MOVE WS-SEL-PLATE TO WS-AF-PLATE(AF-IDX).
           MOVE "A" TO WS-AF-STATUS(AF-IDX).
           PERFORM PROMPT-ASSET-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-FASS-DIRTY.
           DISPLAY "Ativo registado.".


      *    uma viatura vendida ja nao se edita:
       EDIT-ASSET-PROCEDURE.
           DISPLAY "Matricula: " WITH NO ADVANCING.
           ACCEPT WS-SEL-PLATE.
           MOVE WS-SEL-PLATE TO WS-FASS-LOOKUP-PLATE.
           PERFORM LOOKUP-FASS-PROCEDURE.
           IF WS-FASS-FOUND = "N"
               DISPLAY "Nao ha ativo em servico com essa matricula."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PROMPT-ASSET-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-FASS-DIRTY.
           DISPLAY "Ativo atualizado.".


      *    o residual fica abaixo do custo; o metodo linear precisa da
      *    vida util e o degressivo da taxa anual:
       PROMPT-ASSET-FIELDS-PROCEDURE.
           DISPLAY "Data de aquisicao (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-AF-AQUISICAO(AF-IDX).
           DISPLAY "Custo de aquisicao (9999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-AF-CUSTO(AF-IDX).
           DISPLAY "Valor residual (9999999.99): " WITH NO ADVANCING.
           ACCEPT WS-AF-RESIDUAL(AF-IDX).
           PERFORM UNTIL WS-AF-RESIDUAL(AF-IDX) < WS-AF-CUSTO(AF-IDX)
               DISPLAY "O residual tem de ser inferior ao custo -- "
                   "tente de novo: " WITH NO ADVANCING
               ACCEPT WS-AF-RESIDUAL(AF-IDX)
           END-PERFORM.
           DISPLAY "Metodo (L = linear, D = degressivo): "
               WITH NO ADVANCING.
           ACCEPT WS-AF-METODO(AF-IDX).
           PERFORM UNTIL WS-AF-METODO(AF-IDX) = "L"
               OR WS-AF-METODO(AF-IDX) = "D"
               DISPLAY "Metodo invalido -- L ou D: " WITH NO ADVANCING
               ACCEPT WS-AF-METODO(AF-IDX)
           END-PERFORM.
           IF WS-AF-METODO(AF-IDX) = "L"
               MOVE ZERO TO WS-AF-TAXA(AF-IDX)
               DISPLAY "Vida util em meses (999): " WITH NO ADVANCING
               ACCEPT WS-AF-VIDA(AF-IDX)
               PERFORM UNTIL WS-AF-VIDA(AF-IDX) > ZERO
                   DISPLAY "A vida util tem de ser positiva: "
                       WITH NO ADVANCING
                   ACCEPT WS-AF-VIDA(AF-IDX)
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-AF-VIDA(AF-IDX)
               DISPLAY "Taxa anual em % (99.99): " WITH NO ADVANCING
               ACCEPT WS-AF-TAXA(AF-IDX)
               PERFORM UNTIL WS-AF-TAXA(AF-IDX) > ZERO
                   DISPLAY "A taxa tem de ser positiva: "
                       WITH NO ADVANCING
                   ACCEPT WS-AF-TAXA(AF-IDX)
               END-PERFORM
           END-IF.


      *    resultado = venda - (custo - amortizacao acumulada). No
      *    diario: a venda e a amortizacao acumulada saem contra o
      *    ativo e o resultado fecha-o (negativo = menos-valia, par
      *    invertido). A viatura sai do mestre, como no abate do
      *    VEHICLE-MASTER-MAINT:
       DISPOSE-ASSET-PROCEDURE.
           DISPLAY "Matricula: " WITH NO ADVANCING.
           ACCEPT WS-SEL-PLATE.
           MOVE WS-SEL-PLATE TO WS-FASS-LOOKUP-PLATE.
           PERFORM LOOKUP-FASS-PROCEDURE.
           IF WS-FASS-FOUND = "N"
               DISPLAY "Nao ha ativo em servico com essa matricula."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-PLATE TO WS-RAGR-LOOKUP-PLATE.
           PERFORM LOOKUP-OPEN-RAGR-PROCEDURE.
           IF WS-RAGR-FOUND = "Y"
               DISPLAY "Viatura em aluguer (contrato "
                   WS-RA-NUMERO(RA-IDX) ") -- receba-a antes do abate."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Data do abate (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-DATE-PROCEDURE.
           PERFORM UNTIL WS-DATE-IN >= WS-AF-AQUISICAO(AF-IDX)
               DISPLAY "O abate nao pode ser antes da aquisicao -- "
                   "tente de novo (AAAAMMDD): " WITH NO ADVANCING
               PERFORM ACCEPT-DATE-PROCEDURE
           END-PERFORM.
      *    a amortizacao deve estar corrida ate ao mes anterior:
           MOVE WS-DATE-IN(1:6) TO WS-MES-ABATE.
           IF WS-DATE-MM = 1
               COMPUTE WS-MES-ANTERIOR = WS-MES-ABATE - 89
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-ABATE - 1
           END-IF.
           IF WS-AF-ULT-MES(AF-IDX) < WS-MES-ANTERIOR
               AND WS-AF-AMORT-ACUM(AF-IDX) < WS-AF-CUSTO(AF-IDX)
                   - WS-AF-RESIDUAL(AF-IDX)
               DISPLAY "AVISO: amortizacao so corrida ate "
                   WS-AF-ULT-MES(AF-IDX) " -- o resultado usa o "
                   "valor liquido a essa data."
           END-IF.
           DISPLAY "Valor de venda (9999999.99, 0 = abate): "
               WITH NO ADVANCING.
           ACCEPT WS-VALOR-VENDA.

           MOVE WS-DATE-IN TO WS-AF-DATA-ABATE(AF-IDX).
           MOVE WS-VALOR-VENDA TO WS-AF-VALOR-VENDA(AF-IDX).
           COMPUTE WS-AF-RESULTADO(AF-IDX) = WS-VALOR-VENDA
               - (WS-AF-CUSTO(AF-IDX) - WS-AF-AMORT-ACUM(AF-IDX)).
           MOVE "V" TO WS-AF-STATUS(AF-IDX).
           MOVE "Y" TO WS-FASS-DIRTY.

           IF WS-GL-OPEN = "N"
               PERFORM OPEN-GL-JOURNAL-PROCEDURE
               MOVE "Y" TO WS-GL-OPEN
           END-IF.
           MOVE WS-DATE-IN TO WS-GL-DATE.
           IF WS-VALOR-VENDA > ZERO
               MOVE "FROTA-VENDA" TO WS-GL-KEY
               MOVE WS-VALOR-VENDA TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
           IF WS-AF-AMORT-ACUM(AF-IDX) > ZERO
               MOVE "FROTA-ABATE-AMORT" TO WS-GL-KEY
               MOVE WS-AF-AMORT-ACUM(AF-IDX) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
           IF WS-AF-RESULTADO(AF-IDX) NOT = ZERO
               MOVE "FROTA-RESULTADO-VENDA" TO WS-GL-KEY
               MOVE WS-AF-RESULTADO(AF-IDX) TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.

           MOVE WS-AF-RESULTADO(AF-IDX) TO M-RESULTADO.
           DISPLAY "Viatura " WS-SEL-PLATE " vendida -- resultado "
               M-RESULTADO.

           MOVE WS-SEL-PLATE TO WS-VEHM-LOOKUP-PLATE.
           PERFORM LOOKUP-VEHICLE-PROCEDURE.
           IF WS-VEHM-FOUND = "Y"
               PERFORM VARYING VM-IDX FROM VM-IDX BY 1
                   UNTIL VM-IDX >= WS-VEHM-COUNT
                   MOVE WS-VEHM-ENTRY(VM-IDX + 1) TO
                       WS-VEHM-ENTRY(VM-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-VEHM-COUNT
               MOVE "Y" TO WS-VEHM-DIRTY
               DISPLAY "Viatura retirada do mestre de viaturas."
           END-IF.


       ACCEPT-DATE-PROCEDURE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               ACCEPT WS-DATE-IN
               MOVE WS-DATE-DD TO DV-DAY
               MOVE WS-DATE-MM TO DV-MONTH
               MOVE WS-DATE-YYYY TO DV-YEAR
               PERFORM VALIDATE-DATE-PROCEDURE
               IF DV-VALID = "Y"
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   DISPLAY "Data invalida -- tente de novo "
                       "(AAAAMMDD): " WITH NO ADVANCING
               END-IF
           END-PERFORM.


       COPY "FASSP.cpy".

       COPY "VEHMP.cpy".

       COPY "RAGRP.cpy".

       COPY "GLJRNP.cpy".

       COPY "OPERP.cpy".

       COPY "DATEVALP.cpy".

       END PROGRAM FLEET-ASSETS.
