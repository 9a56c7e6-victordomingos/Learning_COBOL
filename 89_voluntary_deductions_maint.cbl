       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLDED-MAINT.
      *=================================================================
      * Purpose: Maintain the voluntary-deduction codes (union dues,
      *          health plan, pension top-up... with the third-party
      *          payee, fixed amount or percentage of gross, and
      *          whether it comes off before withholding) and the
      *          per-employee enrolments with start and end dates, so
      *          PRODUCAO1-REMUNERACAO takes them from each period's
      *          net pay. Same line-mode menu style as ADVANCES-MAINT.
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
           COPY "VDEDSEL.cpy".

      *    operadores com sign-on: as deducoes mexem diretamente no
      *    liquido pago, por isso so o perfil FOLHA entra:
           COPY "OPERSEL.cpy".

      *    o funcionario tem de existir no master antes de ser
      *    inscrito numa deducao:
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "VDEDFD.cpy".

           COPY "OPERFD.cpy".

           COPY "EMPLMFD.cpy".

           COPY "RJRNFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "VDEDWS.cpy".

           COPY "OPERWS.cpy".

           COPY "EMPLMWS.cpy".

           COPY "RJRNWS.cpy".

       COPY "DATEVAL.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-CODE    PIC X(6).
       01  WS-SEL-ROW     PIC 9(3).
       01  WS-ROW-SHOWN   PIC ZZ9.
       01  WS-CODES-DIRTY PIC X VALUE "N".
       01  WS-ENROL-DIRTY PIC X VALUE "N".
       01  WS-TIPO-SHOWN  PIC X(4).
       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.
       01  M-MONEY        PIC Z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    mexe diretamente no que determina o liquido pago: so o
      *    perfil FOLHA pode entrar:
           IF WS-OPERATOR-ROLE NOT = SPACES
               AND WS-OPERATOR-ROLE NOT = "FOLHA"
               DISPLAY "ACESSO RECUSADO: o perfil '"
                   WS-OPERATOR-ROLE "' nao pode usar esta "
                   "manutencao."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-VDED-PATHS-PROCEDURE.
           PERFORM LOAD-DEDUCTION-CODES-PROCEDURE.
           PERFORM LOAD-DEDUCTION-ENROL-PROCEDURE.
           IF WS-VDC-OVERFLOW = "Y" OR WS-VDE-OVERFLOW = "Y"
               DISPLAY "ERRO: deduction-codes/enrolments com mais "
                   "linhas do que a tabela -- manutencao recusada; "
                   "arquive as inscricoes terminadas primeiro."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "6"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-CODES-PROCEDURE
                   WHEN "2" PERFORM EDIT-CODE-PROCEDURE
                   WHEN "3" PERFORM LIST-ENROLMENTS-PROCEDURE
                   WHEN "4" PERFORM ADD-ENROLMENT-PROCEDURE
                   WHEN "5" PERFORM END-ENROLMENT-PROCEDURE
                   WHEN "6" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
           IF WS-CODES-DIRTY = "Y"
               PERFORM SAVE-DEDUCTION-CODES-PROCEDURE
               DISPLAY "Codigos gravados em " WS-VDC-PATH "."
           END-IF.
           IF WS-ENROL-DIRTY = "Y"
               PERFORM SAVE-DEDUCTION-ENROL-PROCEDURE
               DISPLAY "Inscricoes gravadas em " WS-VDE-PATH "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- MANUTENCAO DE DEDUCOES VOLUNTARIAS -----".
           DISPLAY "1 - Listar codigos de deducao".
           DISPLAY "2 - Criar/alterar codigo de deducao".
           DISPLAY "3 - Listar inscricoes".
           DISPLAY "4 - Inscrever funcionario".
           DISPLAY "5 - Terminar inscricao".
           DISPLAY "6 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-CODES-PROCEDURE.
           IF WS-VDC-COUNT = ZERO
               DISPLAY "Nao ha codigos de deducao carregados."
           ELSE
               PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-VDC-COUNT
                   MOVE WS-DC-VALUE(DC-IDX) TO M-MONEY
                   IF WS-DC-TIPO(DC-IDX) = "P"
                       MOVE "%" TO WS-TIPO-SHOWN
                   ELSE
                       MOVE "EUR" TO WS-TIPO-SHOWN
                   END-IF
                   DISPLAY WS-DC-CODE(DC-IDX) " "
                       WS-DC-DESCR(DC-IDX) " -> "
                       WS-DC-PAYEE(DC-IDX) " "
                       M-MONEY " " WS-TIPO-SHOWN
                       " antes IRS: " WS-DC-PRE-TAX(DC-IDX)
               END-PERFORM
           END-IF.


      *    um codigo ja existente e alterado no sitio (as inscricoes
      *    continuam a apontar para ele); um novo e acrescentado:
       EDIT-CODE-PROCEDURE.
           DISPLAY "Codigo da deducao (6 caracteres): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-CODE.
           IF WS-SEL-CODE = SPACES
               DISPLAY "Codigo em branco -- nada alterado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-CODE TO WS-DC-LOOKUP-CODE.
           PERFORM LOOKUP-DEDUCTION-CODE-PROCEDURE.
           IF WS-DC-FOUND = "N"
               IF WS-VDC-COUNT >= 50
                   DISPLAY "Tabela de codigos cheia (maximo 50)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VDC-COUNT
               SET DC-IDX TO WS-VDC-COUNT
               MOVE WS-SEL-CODE TO WS-DC-CODE(DC-IDX)
           END-IF.
           DISPLAY "Descricao (recibo): " WITH NO ADVANCING.
           ACCEPT WS-DC-DESCR(DC-IDX).
           DISPLAY "Entidade a quem se entrega (sindicato, "
               "seguradora): " WITH NO ADVANCING.
           ACCEPT WS-DC-PAYEE(DC-IDX).
           MOVE SPACE TO WS-DC-TIPO(DC-IDX).
           PERFORM UNTIL WS-DC-TIPO(DC-IDX) = "F" OR "P"
               DISPLAY "Tipo (F = montante fixo, P = % do bruto): "
                   WITH NO ADVANCING
               ACCEPT WS-DC-TIPO(DC-IDX)
           END-PERFORM.
           DISPLAY "Valor (99999.99): " WITH NO ADVANCING.
           ACCEPT WS-DC-VALUE(DC-IDX).
           DISPLAY "Abatida antes da retencao de IRS (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-DC-PRE-TAX(DC-IDX).
           IF WS-DC-PRE-TAX(DC-IDX) NOT = "S"
               MOVE "N" TO WS-DC-PRE-TAX(DC-IDX)
           END-IF.
           MOVE "Y" TO WS-CODES-DIRTY.
           DISPLAY "Codigo " WS-DC-CODE(DC-IDX) " registado.".


       LIST-ENROLMENTS-PROCEDURE.
           IF WS-VDE-COUNT = ZERO
               DISPLAY "Nao ha inscricoes carregadas."
           ELSE
               PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-VDE-COUNT
                   SET WS-SEL-ROW TO DE-IDX
                   MOVE WS-SEL-ROW TO WS-ROW-SHOWN
                   MOVE WS-DE-VALUE(DE-IDX) TO M-MONEY
                   DISPLAY WS-ROW-SHOWN ") " WS-DE-NUMERO(DE-IDX)
                       " " WS-DE-CODE(DE-IDX)
                       " de " WS-DE-START(DE-IDX)
                       " a " WS-DE-END(DE-IDX)
                       " valor " M-MONEY
               END-PERFORM
           END-IF.


       ADD-ENROLMENT-PROCEDURE.
           IF WS-VDE-COUNT >= 300
               DISPLAY "Tabela de inscricoes cheia (maximo 300)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero de funcionario (5 digitos): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           MOVE WS-SEL-NUMERO TO WS-EMP-LOOKUP-NUMERO.
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           IF WS-EMP-FOUND = "N"
               DISPLAY "Nao existe funcionario com esse numero."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Codigo da deducao: " WITH NO ADVANCING.
           ACCEPT WS-SEL-CODE.
           MOVE WS-SEL-CODE TO WS-DC-LOOKUP-CODE.
           PERFORM LOOKUP-DEDUCTION-CODE-PROCEDURE.
           IF WS-DC-FOUND = "N"
               DISPLAY "Codigo de deducao inexistente -- crie-o "
                   "primeiro (opcao 2)."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VDE-COUNT.
           SET DE-IDX TO WS-VDE-COUNT.
           MOVE WS-SEL-NUMERO TO WS-DE-NUMERO(DE-IDX).
           MOVE WS-SEL-CODE TO WS-DE-CODE(DE-IDX).
           DISPLAY "Inicio (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-DE-START(DE-IDX).
      *    sem fim marcado ate o funcionario desistir (opcao 5):
           MOVE ZERO TO WS-DE-END(DE-IDX).
           DISPLAY "Valor proprio (0 = o do codigo): "
               WITH NO ADVANCING.
           ACCEPT WS-DE-VALUE(DE-IDX).
           MOVE "Y" TO WS-ENROL-DIRTY.
           DISPLAY "Inscricao registada para "
               WS-EMP-NOME " " WS-EMP-APELIDO ".".


      *    a inscricao nao e apagada: fica com data de fim, para o
      *    periodo em que termina ainda ser descontado:
       END-ENROLMENT-PROCEDURE.
           DISPLAY "Linha a terminar (ver Listar): " WITH NO ADVANCING.
           ACCEPT WS-SEL-ROW.
           IF WS-SEL-ROW < 1 OR WS-SEL-ROW > WS-VDE-COUNT
               DISPLAY "Linha inexistente."
               EXIT PARAGRAPH
           END-IF.
           SET DE-IDX TO WS-SEL-ROW.
           DISPLAY "Fim (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           IF WS-DATE-IN < WS-DE-START(DE-IDX)
               DISPLAY "Fim anterior ao inicio da inscricao -- "
                   "nada alterado."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-IN TO WS-DE-END(DE-IDX).
           MOVE "Y" TO WS-ENROL-DIRTY.
           DISPLAY "Inscricao terminada.".


       ACCEPT-VALID-DATE-PROCEDURE.
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
                   DISPLAY "Data invalida -- tente de novo (AAAAMMDD): "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.


       COPY "VDEDP.cpy".

       COPY "OPERP.cpy".

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "DATEVALP.cpy".

       END PROGRAM VOLDED-MAINT.
