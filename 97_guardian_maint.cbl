       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDIAN-MAINT.
      *=================================================================
      * Purpose: Maintain the guardian contacts of each student (the
      *          old card box): per student number (ST-NUMERO) one or
      *          more guardians with name, relationship, address and
      *          phone. PARENT-LETTERS writes to every guardian on file
      *          when an absence limit, an exam convocation or the
      *          end-of-term result concerns the student. Each
      *          guardian also carries an e-mail and a preferred
      *          channel (SMS or e-mail) for the notifications about
      *          the student (statement, diploma ready).
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
           COPY "GUARSEL.cpy".
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "OPERSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "GUARFD.cpy".
           COPY "STUDMFD.cpy".

           COPY "RJRNFD.cpy".
           COPY "OPERFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "GUARWS.cpy".
           COPY "STUDMWS.cpy".

           COPY "RJRNWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-SEQ     PIC 9.
       01  WS-FOUND       PIC X.
       01  WS-N-LISTED    PIC 9(3).
       01  WS-IN-TEXT     PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-GUAR-PATH-PROCEDURE.
           PERFORM LOAD-GUARDIANS-PROCEDURE.
           IF WS-GUAR-OVERFLOW = "Y"
               DISPLAY "ERRO: guardians com mais linhas do que a "
                   "tabela (400) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "4"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-GUARDIANS-PROCEDURE
                   WHEN "2" PERFORM EDIT-GUARDIAN-PROCEDURE
                   WHEN "3" PERFORM REMOVE-GUARDIAN-PROCEDURE
                   WHEN "4" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-GUAR-DIRTY = "Y"
               PERFORM SAVE-GUARDIANS-PROCEDURE
               DISPLAY "Encarregados gravados em " WS-GUAR-PATH "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- ENCARREGADOS DE EDUCACAO -----".
           DISPLAY "1 - Listar encarregados de um aluno".
           DISPLAY "2 - Criar/alterar encarregado".
           DISPLAY "3 - Retirar encarregado".
           DISPLAY "4 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    aluno zero lista o ficheiro inteiro:
       LIST-GUARDIANS-PROCEDURE.
           DISPLAY "Numero do aluno (0 = todos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           IF WS-SEL-NUMERO NOT = ZERO
               PERFORM SHOW-STUDENT-PROCEDURE
           END-IF.
           MOVE ZERO TO WS-N-LISTED.
           PERFORM VARYING GU-IDX FROM 1 BY 1
               UNTIL GU-IDX > WS-GUAR-COUNT
               IF WS-SEL-NUMERO = ZERO
                   OR WS-GU-NUMERO(GU-IDX) = WS-SEL-NUMERO
                   ADD 1 TO WS-N-LISTED
                   DISPLAY WS-GU-NUMERO(GU-IDX) "/" WS-GU-SEQ(GU-IDX)
                       " " WS-GU-NOME(GU-IDX) " ("
                       WS-GU-RELACAO(GU-IDX) ")"
                   DISPLAY "        " WS-GU-MORADA(GU-IDX)
                   DISPLAY "        " WS-GU-CPOSTAL(GU-IDX) " "
                       WS-GU-LOCALIDADE(GU-IDX) "  tel. "
                       WS-GU-TELEFONE(GU-IDX)
                   DISPLAY "        " WS-GU-EMAIL(GU-IDX)
                       "  canal [" WS-GU-CANAL(GU-IDX) "]"
               END-IF
           END-PERFORM.
           IF WS-N-LISTED = ZERO
               DISPLAY "Nao ha encarregados registados."
           END-IF.


      *    nome do aluno do STUDENT-MASTER quando ja e conhecido:
       SHOW-STUDENT-PROCEDURE.
           MOVE WS-SEL-NUMERO TO WS-STUDENT-LOOKUP-NUMERO.
           PERFORM LOOKUP-STUDENT-PROCEDURE.
           IF WS-STUDENT-FOUND = "Y"
               DISPLAY "Aluno: " WS-STUDENT-NOME(ST-IDX)
           ELSE
               DISPLAY "AVISO: aluno " WS-SEL-NUMERO
                   " ainda sem historico no student-master."
           END-IF.


       FIND-GUARDIAN-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING GU-IDX FROM 1 BY 1
               UNTIL GU-IDX > WS-GUAR-COUNT
               IF WS-GU-NUMERO(GU-IDX) = WS-SEL-NUMERO
                   AND WS-GU-SEQ(GU-IDX) = WS-SEL-SEQ
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


      *    um encarregado ja existente e alterado no sitio (ENTER
      *    mantem cada campo); um novo e acrescentado:
       EDIT-GUARDIAN-PROCEDURE.
           DISPLAY "Numero do aluno (5 digitos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           IF WS-SEL-NUMERO = ZERO
               DISPLAY "Numero de aluno em falta -- nada alterado."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-STUDENT-PROCEDURE.
           DISPLAY "N. do encarregado (1-9): " WITH NO ADVANCING.
           ACCEPT WS-SEL-SEQ.
           IF WS-SEL-SEQ = ZERO
               DISPLAY "N. do encarregado invalido -- nada alterado."
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-GUARDIAN-PROCEDURE.
           IF WS-FOUND = "N"
               IF WS-GUAR-COUNT >= 400
                   DISPLAY "Tabela de encarregados cheia (maximo 400)."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Nome: " WITH NO ADVANCING
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT = SPACES
                   DISPLAY "Nome em branco -- nada alterado."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GUAR-COUNT
               SET GU-IDX TO WS-GUAR-COUNT
               MOVE WS-SEL-NUMERO TO WS-GU-NUMERO(GU-IDX)
               MOVE WS-SEL-SEQ TO WS-GU-SEQ(GU-IDX)
               MOVE WS-IN-TEXT TO WS-GU-NOME(GU-IDX)
               MOVE SPACES TO WS-GU-RELACAO(GU-IDX)
               MOVE SPACES TO WS-GU-MORADA(GU-IDX)
               MOVE SPACES TO WS-GU-CPOSTAL(GU-IDX)
               MOVE SPACES TO WS-GU-LOCALIDADE(GU-IDX)
               MOVE SPACES TO WS-GU-TELEFONE(GU-IDX)
               MOVE SPACES TO WS-GU-EMAIL(GU-IDX)
               MOVE SPACE TO WS-GU-CANAL(GU-IDX)
           ELSE
               DISPLAY "Nome [" WS-GU-NOME(GU-IDX) "]: "
                   WITH NO ADVANCING
               ACCEPT WS-IN-TEXT
               IF WS-IN-TEXT NOT = SPACES
                   MOVE WS-IN-TEXT TO WS-GU-NOME(GU-IDX)
               END-IF
           END-IF.

           DISPLAY "Relacao com o aluno [" WS-GU-RELACAO(GU-IDX)
               "]: " WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-GU-RELACAO(GU-IDX)
           END-IF.
           DISPLAY "Morada [" WS-GU-MORADA(GU-IDX) "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-GU-MORADA(GU-IDX)
           END-IF.
           DISPLAY "Codigo postal [" WS-GU-CPOSTAL(GU-IDX) "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-GU-CPOSTAL(GU-IDX)
           END-IF.
           DISPLAY "Localidade [" WS-GU-LOCALIDADE(GU-IDX) "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-GU-LOCALIDADE(GU-IDX)
           END-IF.
           DISPLAY "Telefone [" WS-GU-TELEFONE(GU-IDX) "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-GU-TELEFONE(GU-IDX)
           END-IF.
           DISPLAY "E-mail [" WS-GU-EMAIL(GU-IDX) "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-GU-EMAIL(GU-IDX)
           END-IF.
      *    canal dos avisos por SMS/e-mail; N tira o encarregado dos
      *    avisos (continua a receber as cartas):
           DISPLAY "Canal de avisos S=SMS E=e-mail N=nenhum ["
               WS-GU-CANAL(GU-IDX) "]: " WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-IN-TEXT) TO WS-IN-TEXT.
           EVALUATE WS-IN-TEXT(1:1)
               WHEN "S"
               WHEN "E"
                   MOVE WS-IN-TEXT(1:1) TO WS-GU-CANAL(GU-IDX)
               WHEN "N"
                   MOVE SPACE TO WS-GU-CANAL(GU-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-GU-CANAL(GU-IDX) = "S"
               AND WS-GU-TELEFONE(GU-IDX) = SPACES
               DISPLAY "AVISO: canal SMS sem telefone -- sem avisos."
           END-IF.
           IF WS-GU-CANAL(GU-IDX) = "E"
               AND WS-GU-EMAIL(GU-IDX) = SPACES
               DISPLAY "AVISO: canal e-mail sem e-mail -- sem avisos."
           END-IF.

           IF WS-GU-MORADA(GU-IDX) = SPACES
               DISPLAY "AVISO: encarregado sem morada -- nao recebe "
                   "cartas."
           END-IF.
           MOVE "Y" TO WS-GUAR-DIRTY.
           DISPLAY "Encarregado " WS-SEL-NUMERO "/" WS-SEL-SEQ
               " registado.".


      *    a ultima linha passa para o lugar da retirada:
       REMOVE-GUARDIAN-PROCEDURE.
           DISPLAY "Numero do aluno (5 digitos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           DISPLAY "N. do encarregado (1-9): " WITH NO ADVANCING.
           ACCEPT WS-SEL-SEQ.
           PERFORM FIND-GUARDIAN-PROCEDURE.
           IF WS-FOUND = "N"
               DISPLAY "Nao existe esse encarregado."
               EXIT PARAGRAPH
           END-IF.
           IF GU-IDX < WS-GUAR-COUNT
               MOVE WS-GUAR-ENTRY(WS-GUAR-COUNT)
                   TO WS-GUAR-ENTRY(GU-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-GUAR-COUNT.
           MOVE "Y" TO WS-GUAR-DIRTY.
           DISPLAY "Encarregado retirado.".


       COPY "GUARP.cpy".

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM GUARDIAN-MAINT.
