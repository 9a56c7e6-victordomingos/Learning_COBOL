       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-SCALES-MAINT.
      *=================================================================
      * Purpose: Maintain the collective-agreement pay scales: per
      *          year and per category (EM-CATEGORIA), the minimum and
      *          maximum monthly base pay. EMPLOYEE-MASTER-MAINT
      *          refuses a base pay outside the band of the employee's
      *          category, and PAY-INCREASE-RUN lifts everyone to the
      *          new minimum once the next year's bands are entered
      *          here. A year with no bands of its own carries on with
      *          the most recent earlier year's.
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
           COPY "PSCLSEL.cpy".

      *    operadores com sign-on: a tabela salarial e da folha de
      *    pagamentos, por isso so o perfil FOLHA entra:
           COPY "OPERSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PSCLFD.cpy".

           COPY "OPERFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "PSCLWS.cpy".

           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-YEAR    PIC 9(4).
       01  WS-SEL-CAT     PIC X(20).
       01  WS-SEL-MIN     PIC 9(6)V99.
       01  WS-SEL-MAX     PIC 9(6)V99.
       01  WS-FOUND       PIC X.
       01  WS-N-LISTED    PIC 9(3).
       01  M-MIN          PIC Z(5)9.99.
       01  M-MAX          PIC Z(5)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    as bandas limitam o que a folha paga: so o perfil FOLHA
      *    pode entrar:
           IF WS-OPERATOR-ROLE NOT = SPACES
               AND WS-OPERATOR-ROLE NOT = "FOLHA"
               DISPLAY "ACESSO RECUSADO: o perfil '"
                   WS-OPERATOR-ROLE "' nao pode usar esta "
                   "manutencao."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-PSCL-PATH-PROCEDURE.
           PERFORM LOAD-PAY-SCALES-PROCEDURE.
           IF WS-PSCL-OVERFLOW = "Y"
               DISPLAY "ERRO: pay-scales com mais linhas do que a "
                   "tabela (300) -- manutencao recusada; retire as "
                   "bandas de anos antigos primeiro."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-OPTION = "4"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-SCALES-PROCEDURE
                   WHEN "2" PERFORM EDIT-SCALE-PROCEDURE
                   WHEN "3" PERFORM REMOVE-SCALE-PROCEDURE
                   WHEN "4" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-PSCL-DIRTY = "Y"
               PERFORM SAVE-PAY-SCALES-PROCEDURE
               DISPLAY "Tabela salarial gravada em " WS-PSCL-PATH "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- TABELA SALARIAL POR CATEGORIA -----".
           DISPLAY "1 - Listar bandas".
           DISPLAY "2 - Criar/alterar banda".
           DISPLAY "3 - Retirar banda".
           DISPLAY "4 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    ano zero lista todos os anos:
       LIST-SCALES-PROCEDURE.
           DISPLAY "Ano (AAAA, 0 = todos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YEAR.
           MOVE ZERO TO WS-N-LISTED.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-PSCL-COUNT
               IF WS-SEL-YEAR = ZERO
                   OR WS-SC-YEAR(SC-IDX) = WS-SEL-YEAR
                   ADD 1 TO WS-N-LISTED
                   MOVE WS-SC-MIN(SC-IDX) TO M-MIN
                   MOVE WS-SC-MAX(SC-IDX) TO M-MAX
                   IF WS-SC-MAX(SC-IDX) = ZERO
                       DISPLAY WS-SC-YEAR(SC-IDX) " "
                           WS-SC-CATEGORIA(SC-IDX) " min " M-MIN
                           "  max (sem teto)"
                   ELSE
                       DISPLAY WS-SC-YEAR(SC-IDX) " "
                           WS-SC-CATEGORIA(SC-IDX) " min " M-MIN
                           "  max " M-MAX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-N-LISTED = ZERO
               DISPLAY "Nao ha bandas para esse ano."
           END-IF.


       FIND-SCALE-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-PSCL-COUNT
               IF WS-SC-YEAR(SC-IDX) = WS-SEL-YEAR
                   AND WS-SC-CATEGORIA(SC-IDX) = WS-SEL-CAT
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


      *    uma banda ja existente para o ano e categoria e alterada no
      *    sitio; uma nova e acrescentada:
       EDIT-SCALE-PROCEDURE.
           DISPLAY "Ano do acordo (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YEAR.
           DISPLAY "Categoria (como no master, ate 20 caracteres): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-CAT.
           IF WS-SEL-YEAR = ZERO OR WS-SEL-CAT = SPACES
               DISPLAY "Ano ou categoria em branco -- nada alterado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Remuneracao base minima (999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-MIN.
           DISPLAY "Remuneracao base maxima (999999.99, 0 = sem "
               "teto): " WITH NO ADVANCING.
           ACCEPT WS-SEL-MAX.
           IF WS-SEL-MAX > ZERO AND WS-SEL-MAX < WS-SEL-MIN
               DISPLAY "RECUSADO: maximo inferior ao minimo."
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-SCALE-PROCEDURE.
           IF WS-FOUND = "N"
               IF WS-PSCL-COUNT >= 300
                   DISPLAY "Tabela salarial cheia (maximo 300)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PSCL-COUNT
               SET SC-IDX TO WS-PSCL-COUNT
               MOVE WS-SEL-YEAR TO WS-SC-YEAR(SC-IDX)
               MOVE WS-SEL-CAT TO WS-SC-CATEGORIA(SC-IDX)
           END-IF.
           MOVE WS-SEL-MIN TO WS-SC-MIN(SC-IDX).
           MOVE WS-SEL-MAX TO WS-SC-MAX(SC-IDX).
           MOVE "Y" TO WS-PSCL-DIRTY.
           DISPLAY "Banda " WS-SEL-YEAR " " WS-SEL-CAT " registada.".


      *    a ultima linha passa para o lugar da retirada:
       REMOVE-SCALE-PROCEDURE.
           DISPLAY "Ano do acordo (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YEAR.
           DISPLAY "Categoria: " WITH NO ADVANCING.
           ACCEPT WS-SEL-CAT.
           PERFORM FIND-SCALE-PROCEDURE.
           IF WS-FOUND = "N"
               DISPLAY "Nao existe banda para esse ano e categoria."
               EXIT PARAGRAPH
           END-IF.
           IF SC-IDX < WS-PSCL-COUNT
               MOVE WS-PSCL-ENTRY(WS-PSCL-COUNT)
                   TO WS-PSCL-ENTRY(SC-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-PSCL-COUNT.
           MOVE "Y" TO WS-PSCL-DIRTY.
           DISPLAY "Banda retirada.".


       COPY "PSCLP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM PAY-SCALES-MAINT.
