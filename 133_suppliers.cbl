       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIERS.
      *=================================================================
      * Purpose: Maintain the supplier master used by accounts
      *          payable: the supplier as named on the documents that
      *          feed the payables open-items ledger (fuel supplier,
      *          authors, publishers), its legal name, tax number,
      *          IBAN for the bank transfers and payment terms in
      *          days. Also shows the open items and balance owed to
      *          one supplier. Same line-mode list/add/edit menu style
      *          as CORPORATE-CONTRACTS.
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
           COPY "SUPPSEL.cpy".
           COPY "APOISEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "SUPPFD.cpy".
           COPY "APOIFD.cpy".
           COPY "OPERFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "SUPPWS.cpy".
           COPY "APOIWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-FORNEC  PIC X(30).
       01  WS-SALDO       PIC S9(9)V99.
       01  WS-N-ITEMS     PIC 9(4).
       01  M-VALOR        PIC -(7)9.99.
       01  M-SALDO        PIC -(9)9.99.

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-SUPP-PATH-PROCEDURE.
           PERFORM LOAD-SUPP-FILE-PROCEDURE.
           IF WS-SUPP-OVERFLOW = "Y"
               DISPLAY "ERRO: suppliers com mais linhas do que a "
                   "tabela (200) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-APOI-PATH-PROCEDURE.
           PERFORM LOAD-APOI-FILE-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-SUPPLIERS-PROCEDURE
                   WHEN "2" PERFORM ADD-SUPPLIER-PROCEDURE
                   WHEN "3" PERFORM EDIT-SUPPLIER-PROCEDURE
                   WHEN "4" PERFORM OPEN-ITEMS-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-SUPP-DIRTY = "Y"
               PERFORM SAVE-SUPP-FILE-PROCEDURE
               DISPLAY "Fornecedores gravados em "
                   FUNCTION TRIM(WS-SUPP-PATH) "."
           END-IF.
           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- FORNECEDORES -----".
           DISPLAY "1 - Listar fornecedores".
           DISPLAY "2 - Adicionar fornecedor".
           DISPLAY "3 - Editar fornecedor".
           DISPLAY "4 - Documentos em aberto e saldo".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-SUPPLIERS-PROCEDURE.
           IF WS-SUPP-COUNT = ZERO
               DISPLAY "Nao ha fornecedores registados."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > WS-SUPP-COUNT
               DISPLAY WS-SU-FORNEC(SU-IDX) " " WS-SU-NOME(SU-IDX)
               DISPLAY "      NIF " WS-SU-NIF(SU-IDX)
                   " IBAN " WS-SU-IBAN(SU-IDX)
                   " prazo " WS-SU-PRAZO(SU-IDX) " dias"
           END-PERFORM.


      *    o fornecedor e identificado pelo nome com que aparece nos
      *    documentos (fatura de combustivel, autor, editora):
       ADD-SUPPLIER-PROCEDURE.
           IF WS-SUPP-COUNT >= 200
               DISPLAY "Tabela de fornecedores cheia (maximo 200)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fornecedor, como nos documentos (ate 30): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-FORNEC.
           IF WS-SEL-FORNEC = SPACES
               DISPLAY "Nome invalido."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-FORNEC TO WS-SUPP-LOOKUP.
           PERFORM LOOKUP-SUPP-PROCEDURE.
           IF WS-SUPP-FOUND = "Y"
               DISPLAY "Ja existe esse fornecedor -- use a opcao "
                   "Editar."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SUPP-COUNT.
           SET SU-IDX TO WS-SUPP-COUNT.
           INITIALIZE WS-SUPP-ENTRY(SU-IDX).
           MOVE WS-SEL-FORNEC TO WS-SU-FORNEC(SU-IDX).
           PERFORM PROMPT-SUPPLIER-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-SUPP-DIRTY.
           DISPLAY "Fornecedor registado.".


       EDIT-SUPPLIER-PROCEDURE.
           PERFORM CHOOSE-SUPPLIER-PROCEDURE.
           IF WS-SUPP-FOUND = "Y"
               PERFORM PROMPT-SUPPLIER-FIELDS-PROCEDURE
               MOVE "Y" TO WS-SUPP-DIRTY
               DISPLAY "Fornecedor atualizado."
           END-IF.


       CHOOSE-SUPPLIER-PROCEDURE.
           DISPLAY "Fornecedor: " WITH NO ADVANCING.
           ACCEPT WS-SEL-FORNEC.
           MOVE WS-SEL-FORNEC TO WS-SUPP-LOOKUP.
           PERFORM LOOKUP-SUPP-PROCEDURE.
           IF WS-SUPP-FOUND = "N"
               DISPLAY "Nao existe esse fornecedor."
           END-IF.


      *    sem IBAN o fornecedor nao entra nas transferencias:
       PROMPT-SUPPLIER-FIELDS-PROCEDURE.
           DISPLAY "Denominacao (ate 40 caracteres): "
               WITH NO ADVANCING.
           ACCEPT WS-SU-NOME(SU-IDX).
           DISPLAY "NIF (9 digitos): " WITH NO ADVANCING.
           ACCEPT WS-SU-NIF(SU-IDX).
           PERFORM UNTIL WS-SU-NIF(SU-IDX) IS NUMERIC
               DISPLAY "NIF invalido -- tente de novo (9 digitos): "
                   WITH NO ADVANCING
               ACCEPT WS-SU-NIF(SU-IDX)
           END-PERFORM.
           DISPLAY "IBAN (ate 25, em branco = sem transferencia): "
               WITH NO ADVANCING.
           ACCEPT WS-SU-IBAN(SU-IDX).
           DISPLAY "Prazo de pagamento em dias (999): "
               WITH NO ADVANCING.
           ACCEPT WS-SU-PRAZO(SU-IDX).


      *    documentos ainda por pagar (em aberto ou propostos) e o
      *    saldo devido, ja abatidas as notas de credito:
       OPEN-ITEMS-PROCEDURE.
           PERFORM CHOOSE-SUPPLIER-PROCEDURE.
           IF WS-SUPP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SALDO.
           MOVE ZERO TO WS-N-ITEMS.
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-FORNEC(OI-IDX) = WS-SEL-FORNEC
                   AND WS-OI-STATUS(OI-IDX) NOT = "G"
                   ADD 1 TO WS-N-ITEMS
                   ADD WS-OI-VALOR(OI-IDX) TO WS-SALDO
                   MOVE WS-OI-VALOR(OI-IDX) TO M-VALOR
                   DISPLAY WS-OI-ORIGEM(OI-IDX) " "
                       WS-OI-DOC(OI-IDX) " "
                       WS-OI-REF(OI-IDX)
                       " de " WS-OI-DATA(OI-IDX)
                       " vence " WS-OI-VENC(OI-IDX)
                       " " M-VALOR " " WS-OI-STATUS(OI-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-SALDO TO M-SALDO.
           DISPLAY WS-N-ITEMS " documento(s) por pagar, saldo "
               M-SALDO.


       COPY "SUPPP.cpy".

       COPY "APOIP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM SUPPLIERS.
