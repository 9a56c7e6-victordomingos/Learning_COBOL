       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-CLAIMS.
      *=================================================================
      * Purpose: Capture and approve expense claims -- kilometres in
      *          the employee's own car for shop errands, and small
      *          costs paid out of pocket against a receipt -- so they
      *          are reimbursed through PRODUCAO1-REMUNERACAO instead
      *          of from petty cash with no trace. Any signed-on
      *          operator captures a claim; a GERENCIA operator other
      *          than the one who captured it approves or rejects it
      *          (the same four eyes as APPROVALS-REVIEW), and only
      *          approved claims are paid. Mileage is priced from the
      *          per-year rate per kilometre, kept here by GERENCIA.
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
           COPY "EXPCSEL.cpy".

      *    operadores com sign-on: fica registado quem lancou e quem
      *    aprovou cada pedido:
           COPY "OPERSEL.cpy".

      *    o funcionario tem de existir no master:
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EXPCFD.cpy".

           COPY "OPERFD.cpy".

           COPY "EMPLMFD.cpy".

           COPY "RJRNFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "EXPCWS.cpy".

           COPY "OPERWS.cpy".

           COPY "EMPLMWS.cpy".

           COPY "RJRNWS.cpy".

       COPY "DATEVAL.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-ID      PIC 9(6).
       01  WS-SEL-YEAR    PIC 9(4).
       01  WS-NEXT-ID     PIC 9(6) VALUE ZERO.
       01  WS-FOUND       PIC X.
       01  WS-SHOW-ALL    PIC X.
       01  WS-RATES-DIRTY PIC X VALUE "N".
       01  WS-TODAY       PIC 9(8).
       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.
       01  M-MONEY        PIC Z(4)9.99.
       01  M-KM           PIC ZZZZ9.
       01  M-RATE         PIC 9.999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-EXPC-PATHS-PROCEDURE.
           PERFORM LOAD-EXPENSE-CLAIMS-PROCEDURE.
           PERFORM LOAD-MILEAGE-RATES-PROCEDURE.
           IF WS-EXPC-OVERFLOW = "Y" OR WS-MLRT-OVERFLOW = "Y"
               DISPLAY "ERRO: expense-claims/mileage-rates com mais "
                   "linhas do que a tabela -- manutencao recusada; "
                   "arquive os pedidos pagos primeiro."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    numero do proximo pedido: a seguir ao maior existente:
           PERFORM VARYING EC-IDX FROM 1 BY 1
               UNTIL EC-IDX > WS-EXPC-COUNT
               IF WS-EC-ID(EC-IDX) > WS-NEXT-ID
                   MOVE WS-EC-ID(EC-IDX) TO WS-NEXT-ID
               END-IF
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "6"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-CLAIMS-PROCEDURE
                   WHEN "2" PERFORM ADD-CLAIM-PROCEDURE
                   WHEN "3" PERFORM APPROVE-CLAIM-PROCEDURE
                   WHEN "4" PERFORM REJECT-CLAIM-PROCEDURE
                   WHEN "5" PERFORM MILEAGE-RATES-PROCEDURE
                   WHEN "6" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
           IF WS-EXPC-DIRTY = "Y"
               PERFORM SAVE-EXPENSE-CLAIMS-PROCEDURE
               DISPLAY "Pedidos gravados em " WS-EXPC-PATH "."
           END-IF.
           IF WS-RATES-DIRTY = "Y"
               PERFORM SAVE-MILEAGE-RATES-PROCEDURE
               DISPLAY "Taxas gravadas em " WS-MLRT-PATH "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- DESPESAS E QUILOMETROS -----".
           DISPLAY "1 - Listar pedidos".
           DISPLAY "2 - Registar pedido".
           DISPLAY "3 - Aprovar pedido (GERENCIA)".
           DISPLAY "4 - Rejeitar pedido (GERENCIA)".
           DISPLAY "5 - Taxa por km do ano (GERENCIA)".
           DISPLAY "6 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    por omissao so os pedidos por pagar (pendentes e
      *    aprovados); "T" mostra tambem os rejeitados e os pagos:
       LIST-CLAIMS-PROCEDURE.
           DISPLAY "Mostrar todos (T) ou so por pagar (Enter): "
               WITH NO ADVANCING.
           ACCEPT WS-SHOW-ALL.
           PERFORM VARYING EC-IDX FROM 1 BY 1
               UNTIL EC-IDX > WS-EXPC-COUNT
               IF WS-SHOW-ALL = "T" OR "t"
                   OR WS-EC-STATUS(EC-IDX) = "P" OR "A"
                   MOVE WS-EC-AMOUNT(EC-IDX) TO M-MONEY
                   DISPLAY WS-EC-ID(EC-IDX) " " WS-EC-NUMERO(EC-IDX)
                       " " WS-EC-DATA(EC-IDX) " " WS-EC-TIPO(EC-IDX)
                       " " M-MONEY " " WS-EC-STATUS(EC-IDX)
                       " " WS-EC-PURPOSE(EC-IDX)
                   IF WS-EC-TIPO(EC-IDX) = "K"
                       MOVE WS-EC-KM(EC-IDX) TO M-KM
                       MOVE WS-EC-RATE(EC-IDX) TO M-RATE
                       DISPLAY "       " M-KM " km a " M-RATE
                           " lancado por " WS-EC-CAPT-OPER(EC-IDX)
                   ELSE
                       DISPLAY "       lancado por "
                           WS-EC-CAPT-OPER(EC-IDX)
                   END-IF
               END-IF
           END-PERFORM.


       ADD-CLAIM-PROCEDURE.
           IF WS-EXPC-COUNT >= 500
               DISPLAY "Tabela de pedidos cheia (maximo 500)."
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
           DISPLAY "Data da despesa (AAAAMMDD): " WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           IF WS-DATE-IN > WS-TODAY
               DISPLAY "Data futura -- pedido recusado."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EXPC-COUNT.
           SET EC-IDX TO WS-EXPC-COUNT.
           MOVE WS-SEL-NUMERO TO WS-EC-NUMERO(EC-IDX).
           MOVE WS-DATE-IN TO WS-EC-DATA(EC-IDX).
           MOVE SPACE TO WS-EC-TIPO(EC-IDX).
           PERFORM UNTIL WS-EC-TIPO(EC-IDX) = "K" OR "D"
               DISPLAY "Tipo (K = quilometros, D = despesa com "
                   "recibo): " WITH NO ADVANCING
               ACCEPT WS-EC-TIPO(EC-IDX)
           END-PERFORM.

           IF WS-EC-TIPO(EC-IDX) = "K"
               MOVE WS-DATE-YYYY TO WS-MR-LOOKUP-YEAR
               PERFORM LOOKUP-MILEAGE-RATE-PROCEDURE
               IF WS-MR-FOUND = "N"
                   DISPLAY "Sem taxa por km para " WS-DATE-YYYY
                       " -- a GERENCIA tem de a definir (opcao 5)."
                   SUBTRACT 1 FROM WS-EXPC-COUNT
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Quilometros: " WITH NO ADVANCING
               ACCEPT WS-EC-KM(EC-IDX)
               MOVE WS-MR-RATE-FOUND TO WS-EC-RATE(EC-IDX)
               COMPUTE WS-EC-AMOUNT(EC-IDX) ROUNDED =
                   WS-EC-KM(EC-IDX) * WS-EC-RATE(EC-IDX)
           ELSE
               MOVE ZERO TO WS-EC-KM(EC-IDX)
               MOVE ZERO TO WS-EC-RATE(EC-IDX)
               DISPLAY "Montante do recibo (99999.99): "
                   WITH NO ADVANCING
               ACCEPT WS-EC-AMOUNT(EC-IDX)
           END-IF.
           IF WS-EC-AMOUNT(EC-IDX) = ZERO
               DISPLAY "Montante zero -- pedido nao registado."
               SUBTRACT 1 FROM WS-EXPC-COUNT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Motivo: " WITH NO ADVANCING.
           ACCEPT WS-EC-PURPOSE(EC-IDX).
           ADD 1 TO WS-NEXT-ID.
           MOVE WS-NEXT-ID TO WS-EC-ID(EC-IDX).
           MOVE WS-OPERATOR-ID TO WS-EC-CAPT-OPER(EC-IDX).
           MOVE "P" TO WS-EC-STATUS(EC-IDX).
           MOVE SPACES TO WS-EC-APPR-OPER(EC-IDX).
           MOVE ZERO TO WS-EC-PAID-PERIOD(EC-IDX).
           MOVE "Y" TO WS-EXPC-DIRTY.
           MOVE WS-EC-AMOUNT(EC-IDX) TO M-MONEY.
           DISPLAY "Pedido " WS-EC-ID(EC-IDX) " registado ("
               M-MONEY ") para " WS-EMP-NOME " " WS-EMP-APELIDO
               " -- pendente de aprovacao.".


       APPROVE-CLAIM-PROCEDURE.
           PERFORM FIND-PENDING-CLAIM-PROCEDURE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-EC-STATUS(EC-IDX).
           MOVE WS-OPERATOR-ID TO WS-EC-APPR-OPER(EC-IDX).
           MOVE "Y" TO WS-EXPC-DIRTY.
           DISPLAY "Pedido aprovado; sera pago no proximo "
               "processamento de remuneracoes.".


       REJECT-CLAIM-PROCEDURE.
           PERFORM FIND-PENDING-CLAIM-PROCEDURE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO WS-EC-STATUS(EC-IDX).
           MOVE WS-OPERATOR-ID TO WS-EC-APPR-OPER(EC-IDX).
           MOVE "Y" TO WS-EXPC-DIRTY.
           DISPLAY "Pedido rejeitado.".


      *    comum a aprovar e rejeitar: perfil GERENCIA, pedido
      *    pendente, e quem lancou nao decide o proprio pedido. Deixa
      *    EC-IDX no pedido e WS-FOUND a "Y" quando pode avancar:
       FIND-PENDING-CLAIM-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           IF WS-OPERATOR-ROLE NOT = "GERENCIA"
               DISPLAY "RECUSADO: so o perfil GERENCIA aprova ou "
                   "rejeita pedidos."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Numero do pedido: " WITH NO ADVANCING.
           ACCEPT WS-SEL-ID.
           PERFORM VARYING EC-IDX FROM 1 BY 1
               UNTIL EC-IDX > WS-EXPC-COUNT
               IF WS-EC-ID(EC-IDX) = WS-SEL-ID
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY "Pedido inexistente."
               EXIT PARAGRAPH
           END-IF.
           IF WS-EC-STATUS(EC-IDX) NOT = "P"
               DISPLAY "Pedido ja revisto."
               MOVE "N" TO WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF WS-EC-CAPT-OPER(EC-IDX) = WS-OPERATOR-ID
               DISPLAY "RECUSADO: quem lancou o pedido nao o pode "
                   "aprovar nem rejeitar."
               MOVE "N" TO WS-FOUND
               EXIT PARAGRAPH
           END-IF.


      *    taxa por km de um ano: nova ou substituida. Pedidos ja
      *    lancados guardam a taxa com que foram valorizados:
       MILEAGE-RATES-PROCEDURE.
           PERFORM VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > WS-MLRT-COUNT
               MOVE WS-MR-RATE(MR-IDX) TO M-RATE
               DISPLAY WS-MR-YEAR(MR-IDX) "  " M-RATE " EUR/km"
           END-PERFORM.
           IF WS-OPERATOR-ROLE NOT = "GERENCIA"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ano a definir (0 = nenhum): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YEAR.
           IF WS-SEL-YEAR = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-YEAR TO WS-MR-LOOKUP-YEAR.
           PERFORM LOOKUP-MILEAGE-RATE-PROCEDURE.
           IF WS-MR-FOUND = "N"
               IF WS-MLRT-COUNT >= 30
                   DISPLAY "Tabela de taxas cheia (maximo 30)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MLRT-COUNT
               SET MR-IDX TO WS-MLRT-COUNT
               MOVE WS-SEL-YEAR TO WS-MR-YEAR(MR-IDX)
           END-IF.
           DISPLAY "Taxa por km (9.999): " WITH NO ADVANCING.
           ACCEPT WS-MR-RATE(MR-IDX).
           MOVE "Y" TO WS-RATES-DIRTY.
           DISPLAY "Taxa de " WS-SEL-YEAR " registada.".


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


       COPY "EXPCP.cpy".

       COPY "OPERP.cpy".

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "DATEVALP.cpy".

       END PROGRAM EXPENSE-CLAIMS.
