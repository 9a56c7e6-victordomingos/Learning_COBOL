       FILE-CONTROL.
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

      *    operadores com sign-on: so quem tem o perfil de folha de
      *    pagamentos pode mexer neste master:
           COPY "OPERSEL.cpy".
      *    vespera da ordem bancaria:
           COPY "PAPRSEL.cpy".

      *    tabela salarial por categoria: a remuneracao base tem de
      *    ficar dentro da banda do acordo coletivo:
           COPY "PSCLSEL.cpy".

      *    protocolo de lock dos masters partilhados:
           COPY "MLOCSEL.cpy".

       FILE SECTION.
           COPY "EMPLMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "OPERFD.cpy".

           COPY "PAPRFD.cpy".

           COPY "PSCLFD.cpy".

           COPY "MLOCFD.cpy".

           COPY "EMPAUDFD.cpy".
       WORKING-STORAGE SECTION.
           COPY "EMPLMWS.cpy".

           COPY "RJRNWS.cpy".

           COPY "OPERWS.cpy".

       01  WS-OPTION     PIC X.

       COPY "PAPRWS.cpy".
       COPY "MLOCWS.cpy".
       COPY "PSCLWS.cpy".
       01  WS-OLD-IBAN PIC X(25).
       01  WS-SCALE-OK PIC X.
       01  M-BAND-MIN  PIC Z(5)9.99.
       01  M-BAND-MAX  PIC Z(5)9.99.

       01  WS-AUDIT-BEFORE PIC X(140).
       01  WS-AUDIT-AFTER  PIC X(140).
               STOP RUN
           END-IF.

           MOVE "EMPLOYEE-MASTER-MAINT" TO WS-RJ-JOB.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM OPEN-AUDIT-JOURNAL-PROCEDURE.
           PERFORM LOAD-PAPR-FILE-PROCEDURE.
           PERFORM APPLY-APPROVED-IBAN-PROCEDURE.

      *    bandas salariais para validar a remuneracao base; os
      *    aumentos do acordo ja aprovados entram agora no master:
           PERFORM INIT-PSCL-PATH-PROCEDURE.
           PERFORM LOAD-PAY-SCALES-PROCEDURE.
           IF WS-PSCL-OVERFLOW = "Y"
               DISPLAY "AVISO: pay-scales com mais linhas do que a "
                   "tabela (300) -- bandas alem dessas NAO "
                   "verificadas."
           END-IF.
           PERFORM APPLY-APPROVED-REMUN-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
               MOVE WS-SEL-NUMERO TO WS-EMP-NUMERO
               MOVE SPACES TO WS-AUDIT-BEFORE
               PERFORM PROMPT-EMPLOYEE-FIELDS-PROCEDURE
               PERFORM CHECK-PAY-SCALE-PROCEDURE
               IF WS-SCALE-OK = "N"
                   DISPLAY "Funcionario NAO adicionado."
                   EXIT PARAGRAPH
               END-IF
               PERFORM STORE-EMPLOYEE-PROCEDURE
               PERFORM FILL-EMPLOYEE-IMAGE-PROCEDURE
               MOVE WS-EMP-IMAGE TO WS-AUDIT-AFTER
               MOVE WS-EMP-IMAGE TO WS-AUDIT-BEFORE
               MOVE WS-EMP-IBAN TO WS-OLD-IBAN
               PERFORM PROMPT-EMPLOYEE-FIELDS-PROCEDURE
               PERFORM CHECK-PAY-SCALE-PROCEDURE
               IF WS-SCALE-OK = "N"
                   DISPLAY "Alteracoes NAO gravadas."
                   EXIT PARAGRAPH
               END-IF
      *        o IBAN e alteracao sensivel: a mudanca fica em fila
      *        para o segundo operador e o master guarda o IBAN
      *        antigo ate la:
               WS-EMP-NUMERO ".".


      *    a remuneracao base tem de caber na banda da categoria no
      *    ano corrente; categoria sem banda na tabela passa com
      *    aviso:
       CHECK-PAY-SCALE-PROCEDURE.
           MOVE "Y" TO WS-SCALE-OK.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-SC-LOOKUP-YEAR.
           MOVE WS-EMP-CATEGORIA TO WS-SC-LOOKUP-CAT.
           PERFORM LOOKUP-PAY-SCALE-PROCEDURE.
           IF WS-SC-FOUND = "N"
               DISPLAY "AVISO: categoria '" WS-EMP-CATEGORIA
                   "' sem banda na tabela salarial."
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-BASE-REMUN < WS-SC-FOUND-MIN
               OR (WS-SC-FOUND-MAX > ZERO
                   AND WS-EMP-BASE-REMUN > WS-SC-FOUND-MAX)
               MOVE "N" TO WS-SCALE-OK
               MOVE WS-SC-FOUND-MIN TO M-BAND-MIN
               MOVE WS-SC-FOUND-MAX TO M-BAND-MAX
               DISPLAY "RECUSADO: remuneracao base fora da banda da "
                   "categoria (" WS-SC-FOUND-YEAR ": " M-BAND-MIN
                   " a " M-BAND-MAX ")."
           END-IF.


      *    Aplica ao master os aumentos de remuneracao base aprovados
      *    (tipo REMUN, da corrida de aumentos do acordo): se a base
      *    mudou entretanto, a proposta ja nao e a que foi aprovada e
      *    fica rejeitada em vez de esmagar a mudanca.
       APPLY-APPROVED-REMUN-PROCEDURE.
           PERFORM VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > WS-PAPR-COUNT
               IF WS-PA-TIPO(PA-IDX) = "REMUN"
                   AND WS-PA-STATUS(PA-IDX) = "A"
                   PERFORM APPLY-ONE-REMUN-PROCEDURE
               END-IF
           END-PERFORM.


       APPLY-ONE-REMUN-PROCEDURE.
           COMPUTE WS-EMP-LOOKUP-NUMERO =
               FUNCTION NUMVAL(WS-PA-KEY(PA-IDX)).
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           IF WS-EMP-FOUND = "N"
               DISPLAY "AVISO: aumento aprovado para funcionario "
                   "inexistente -- " WS-PA-KEY(PA-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PA-IMAGE(PA-IDX)(1:42) TO WS-REMUN-IMAGE.
           MOVE WS-RI-NEW TO WS-RI-NEW-VALUE.
           MOVE WS-RI-OLD TO WS-RI-OLD-VALUE.
           IF WS-EMP-BASE-REMUN NOT = WS-RI-OLD-VALUE
               DISPLAY "AVISO: aumento aprovado para o funcionario "
                   WS-EMP-NUMERO " NAO aplicado -- a remuneracao "
                   "base mudou desde a proposta."
               MOVE "R" TO WS-PA-STATUS(PA-IDX)
               MOVE "Y" TO WS-PAPR-DIRTY
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           STRING "BASE " WS-RI-OLD
               " pedido por " WS-PA-REQ-OPER(PA-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-BEFORE.
           MOVE WS-RI-NEW-VALUE TO WS-EMP-BASE-REMUN.
           PERFORM STORE-EMPLOYEE-PROCEDURE.
           MOVE SPACES TO WS-AUDIT-AFTER.
           STRING "BASE " WS-RI-NEW " acordo " WS-RI-YEAR
               " aprovado por " WS-PA-APPR-OPER(PA-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-AFTER.
           MOVE "APPROV" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-JOURNAL-PROCEDURE.
           MOVE "X" TO WS-PA-STATUS(PA-IDX).
           MOVE "Y" TO WS-PAPR-DIRTY.
           DISPLAY "Aumento aprovado aplicado ao funcionario "
               WS-EMP-NUMERO ".".


      *    como nas excecoes partilhadas, o primeiro arranque sem
      *    diario ainda criado abre OUTPUT em vez de abortar o EXTEND
      *    com status 35:

           COPY "EMPLMP.cpy".

           COPY "RJRNP.cpy".

           COPY "OPERP.cpy".

       COPY "PAPRP.cpy".

       COPY "MLOCP.cpy".

       COPY "PSCLP.cpy".

       END PROGRAM EMPLOYEE-MASTER-MAINT.
