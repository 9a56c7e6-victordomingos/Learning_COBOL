       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPORATE-CONTRACTS.
      *=================================================================
      * Purpose: Maintain the corporate rental contracts: the company
      *          and its tax number, the validity dates, the terms
      *          negotiated for each vehicle type (a discount on the
      *          rate card or a fixed daily rate, and the km included
      *          per day) and the rental customers authorised to rent
      *          on the contract. PRODUCAO1-ALUGUER prices the rentals
      *          of an authorised driver at these terms and holds them
      *          on account; CORPORATE-INVOICING bills them to the
      *          company once a month. Same line-mode list/add/edit
      *          menu style as RENTAL-CUSTOMERS-MAINT.
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
           COPY "CORPSEL.cpy".
           COPY "RCUSTSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "CORPFD.cpy".
           COPY "RCUSTFD.cpy".
           COPY "OPERFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "CORPWS.cpy".
           COPY "RCUSTWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-TIPO    PIC 9.
       01  WS-SEL-CUSTNO  PIC 9(5).
       01  WS-SLOT        PIC 99.
       01  WS-TIPO-SHOWN  PIC 9.
       01  M-DESCONTO     PIC Z9.99.
       01  M-DIARIA       PIC ZZZ9.99.

      * validacao de calendario partilhada (datas do contrato):
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

           PERFORM INIT-CORP-PATH-PROCEDURE.
           PERFORM LOAD-CORP-FILE-PROCEDURE.
           IF WS-CORP-OVERFLOW = "Y"
               DISPLAY "ERRO: corporate-contracts com mais linhas do "
                   "que a tabela (50) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-RCUST-PATH-PROCEDURE.
           PERFORM LOAD-RCUST-FILE-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "6"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-CONTRACTS-PROCEDURE
                   WHEN "2" PERFORM ADD-CONTRACT-PROCEDURE
                   WHEN "3" PERFORM EDIT-CONTRACT-PROCEDURE
                   WHEN "4" PERFORM EDIT-TERMS-PROCEDURE
                   WHEN "5" PERFORM DRIVERS-PROCEDURE
                   WHEN "6" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-CORP-DIRTY = "Y"
               PERFORM SAVE-CORP-FILE-PROCEDURE
               DISPLAY "Contratos gravados em "
                   FUNCTION TRIM(WS-CORP-PATH) "."
           END-IF.
           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- CONTRATOS DE EMPRESA -----".
           DISPLAY "1 - Listar contratos".
           DISPLAY "2 - Adicionar contrato".
           DISPLAY "3 - Editar empresa e validade".
           DISPLAY "4 - Condicoes de um tipo de viatura".
           DISPLAY "5 - Autorizar/retirar condutor".
           DISPLAY "6 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    cada contrato com as condicoes dos tipos negociados (os
      *    tipos sem desconto, diaria nem km ficam a tabela) e os
      *    condutores autorizados:
       LIST-CONTRACTS-PROCEDURE.
           IF WS-CORP-COUNT = ZERO
               DISPLAY "Nao ha contratos registados."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CORP-COUNT
               DISPLAY WS-CC-CONTRATO(CC-IDX) " "
                   WS-CC-EMPRESA(CC-IDX)
                   " NIF " WS-CC-NIF(CC-IDX)
                   " de " WS-CC-INICIO(CC-IDX)
                   " a " WS-CC-FIM(CC-IDX)
               PERFORM VARYING CT-IDX FROM 1 BY 1 UNTIL CT-IDX > 10
                   IF WS-CC-DESCONTO(CC-IDX, CT-IDX) > ZERO
                       OR WS-CC-DIARIA(CC-IDX, CT-IDX) > ZERO
                       OR WS-CC-KM-INCL(CC-IDX, CT-IDX) > ZERO
                       SET WS-TIPO-SHOWN TO CT-IDX
                       SUBTRACT 1 FROM WS-TIPO-SHOWN
                       MOVE WS-CC-DESCONTO(CC-IDX, CT-IDX)
                           TO M-DESCONTO
                       MOVE WS-CC-DIARIA(CC-IDX, CT-IDX) TO M-DIARIA
                       DISPLAY "      tipo " WS-TIPO-SHOWN
                           " desconto " M-DESCONTO "%"
                           " diaria fixa " M-DIARIA
                           " km livres/dia "
                           WS-CC-KM-INCL(CC-IDX, CT-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > 10
                   IF WS-CC-CONDUTOR(CC-IDX, CD-IDX) NOT = ZERO
                       PERFORM SHOW-DRIVER-PROCEDURE
                   END-IF
               END-PERFORM
           END-PERFORM.


       SHOW-DRIVER-PROCEDURE.
           MOVE WS-CC-CONDUTOR(CC-IDX, CD-IDX)
               TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "Y"
               DISPLAY "      condutor " WS-CC-CONDUTOR(CC-IDX, CD-IDX)
                   " " WS-RC-NOME(RC-IDX)
           ELSE
               DISPLAY "      condutor " WS-CC-CONDUTOR(CC-IDX, CD-IDX)
                   " (cliente desconhecido)"
           END-IF.


       ADD-CONTRACT-PROCEDURE.
           IF WS-CORP-COUNT >= 50
               DISPLAY "Tabela de contratos cheia (maximo 50)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero do contrato (5 digitos): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           IF WS-SEL-NUMERO = ZERO
               DISPLAY "Numero invalido."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-NUMERO TO WS-CORP-LOOKUP-NO.
           PERFORM LOOKUP-CORP-PROCEDURE.
           IF WS-CORP-FOUND = "Y"
               DISPLAY "Ja existe um contrato com esse numero -- use "
                   "a opcao Editar."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CORP-COUNT.
           SET CC-IDX TO WS-CORP-COUNT.
           INITIALIZE WS-CORP-ENTRY(CC-IDX).
           MOVE WS-SEL-NUMERO TO WS-CC-CONTRATO(CC-IDX).
           PERFORM PROMPT-CONTRACT-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-CORP-DIRTY.
           DISPLAY "Contrato registado -- defina as condicoes dos "
               "tipos (opcao 4) e os condutores (opcao 5).".


       EDIT-CONTRACT-PROCEDURE.
           PERFORM CHOOSE-CONTRACT-PROCEDURE.
           IF WS-CORP-FOUND = "Y"
               PERFORM PROMPT-CONTRACT-FIELDS-PROCEDURE
               MOVE "Y" TO WS-CORP-DIRTY
               DISPLAY "Contrato atualizado."
           END-IF.


       CHOOSE-CONTRACT-PROCEDURE.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           MOVE WS-SEL-NUMERO TO WS-CORP-LOOKUP-NO.
           PERFORM LOOKUP-CORP-PROCEDURE.
           IF WS-CORP-FOUND = "N"
               DISPLAY "Nao existe contrato com esse numero."
           END-IF.


      *    a validade tem de fechar depois de abrir:
       PROMPT-CONTRACT-FIELDS-PROCEDURE.
           DISPLAY "Empresa (ate 30 caracteres): " WITH NO ADVANCING.
           ACCEPT WS-CC-EMPRESA(CC-IDX).
           DISPLAY "NIF da empresa (9 digitos): " WITH NO ADVANCING.
           ACCEPT WS-CC-NIF(CC-IDX).
           DISPLAY "Inicio da validade (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-CC-INICIO(CC-IDX).
           DISPLAY "Fim da validade (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-DATE-PROCEDURE.
           PERFORM UNTIL WS-DATE-IN >= WS-CC-INICIO(CC-IDX)
               DISPLAY "O fim nao pode ser antes do inicio -- tente "
                   "de novo (AAAAMMDD): " WITH NO ADVANCING
               PERFORM ACCEPT-DATE-PROCEDURE
           END-PERFORM.
           MOVE WS-DATE-IN TO WS-CC-FIM(CC-IDX).


      *    diaria fixa (zero = aplica o desconto a tabela) e km livres
      *    por dia (zero = os do tipo):
       EDIT-TERMS-PROCEDURE.
           PERFORM CHOOSE-CONTRACT-PROCEDURE.
           IF WS-CORP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Tipo de viatura (0-9): " WITH NO ADVANCING.
           ACCEPT WS-SEL-TIPO.
           SET CT-IDX TO 1.
           SET CT-IDX UP BY WS-SEL-TIPO.
           DISPLAY "Desconto sobre a tabela em % (99.99): "
               WITH NO ADVANCING.
           ACCEPT WS-CC-DESCONTO(CC-IDX, CT-IDX).
           DISPLAY "Diaria fixa (9999.99, 0 = tabela com desconto): "
               WITH NO ADVANCING.
           ACCEPT WS-CC-DIARIA(CC-IDX, CT-IDX).
           DISPLAY "Km livres por dia (999, 0 = os do tipo): "
               WITH NO ADVANCING.
           ACCEPT WS-CC-KM-INCL(CC-IDX, CT-IDX).
           MOVE "Y" TO WS-CORP-DIRTY.
           DISPLAY "Condicoes do tipo " WS-SEL-TIPO " atualizadas.".


      *    um cliente ja autorizado e retirado; um novo tem de estar
      *    registado e fora da lista negra:
       DRIVERS-PROCEDURE.
           PERFORM CHOOSE-CONTRACT-PROCEDURE.
           IF WS-CORP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero do cliente de aluguer: " WITH NO ADVANCING.
           ACCEPT WS-SEL-CUSTNO.
           IF WS-SEL-CUSTNO = ZERO
               DISPLAY "Numero invalido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > 10
               IF WS-CC-CONDUTOR(CC-IDX, CD-IDX) = WS-SEL-CUSTNO
                   MOVE ZERO TO WS-CC-CONDUTOR(CC-IDX, CD-IDX)
                   MOVE "Y" TO WS-CORP-DIRTY
                   DISPLAY "Condutor retirado do contrato."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE WS-SEL-CUSTNO TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "N"
               DISPLAY "Cliente nao registado -- registe-o primeiro "
                   "nos clientes de aluguer."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-STATUS(RC-IDX) = "B"
               DISPLAY "*** CLIENTE NA LISTA NEGRA -- NAO AUTORIZADO "
                   "***"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SLOT.
           PERFORM VARYING CD-IDX FROM 1 BY 1 UNTIL CD-IDX > 10
               IF WS-CC-CONDUTOR(CC-IDX, CD-IDX) = ZERO
                   AND WS-SLOT = ZERO
                   SET WS-SLOT TO CD-IDX
               END-IF
           END-PERFORM.
           IF WS-SLOT = ZERO
               DISPLAY "Contrato ja tem 10 condutores autorizados."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-CUSTNO TO WS-CC-CONDUTOR(CC-IDX, WS-SLOT).
           MOVE "Y" TO WS-CORP-DIRTY.
           DISPLAY "Condutor " WS-RC-NOME(RC-IDX)
               " autorizado no contrato.".


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


       COPY "CORPP.cpy".

       COPY "RCUSTP.cpy".

       COPY "OPERP.cpy".

       COPY "DATEVALP.cpy".

       END PROGRAM CORPORATE-CONTRACTS.
