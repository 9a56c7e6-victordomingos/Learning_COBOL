       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUMP-REGISTER.
      *=================================================================
      * Purpose: Maintain the forecourt pump register (one line per
      *          pump, keyed by the id used on the meter readings,
      *          with the fuel it dispenses and its calibration
      *          certificate number, date and expiry) and record the
      *          test dispenses made by the metrology inspectors
      *          (litres, date, inspector, result). PRODUCT-PRICES
      *          takes the day's test litres out of the meter
      *          reconciliation, shows them as returned to the tank
      *          in the wet-stock book and warns about certificates
      *          expired or about to expire.
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
           COPY "PUMPSEL.cpy".

      *    so para validar o combustivel de cada bomba:
           COPY "PRODMSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PUMPFD.cpy".

           COPY "PRODMFD.cpy".

           COPY "OPERFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "PUMPWS.cpy".

           COPY "PRODMWS.cpy".

           COPY "OPERWS.cpy".

       01  WS-OPTION    PIC X.
       01  WS-SEL-ROW   PIC 99.
       01  WS-ROW-SHOWN PIC Z9.
       01  WS-DIRTY     PIC X VALUE "N".
       01  WS-TODAY     PIC 9(8).
       01  WS-BOMBA-IN  PIC X(10).
       01  WS-DATA-IN   PIC 9(8).
       01  WS-LITROS-IN PIC 9(4).
       01  WS-FOUND     PIC X.
       01  M-LITROS     PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-PUMP-PATHS-PROCEDURE.
           PERFORM LOAD-PUMPS-PROCEDURE.
           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-PUMP-TODAY.
           PERFORM WARN-PUMP-EXPIRY-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-PUMPS-PROCEDURE
                   WHEN "2" PERFORM ADD-PUMP-PROCEDURE
                   WHEN "3" PERFORM CERTIFICATE-PROCEDURE
                   WHEN "4" PERFORM TEST-DISPENSE-PROCEDURE
                   WHEN "6" PERFORM EXPIRY-WARNINGS-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-DIRTY = "Y"
               PERFORM SAVE-PUMPS-PROCEDURE
               DISPLAY "Registo gravado em "
                   FUNCTION TRIM(WS-PUMP-PATH) "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- BOMBAS E CALIBRACAO -----".
           DISPLAY "1 - Listar bombas".
           DISPLAY "2 - Adicionar bomba".
           DISPLAY "3 - Registar certificado de calibracao".
           DISPLAY "4 - Registar teste de bomba (afericao)".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "6 - Avisos de validade".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-PUMPS-PROCEDURE.
           IF WS-PUMP-COUNT = ZERO
               DISPLAY "Nao ha bombas registadas."
           ELSE
               PERFORM VARYING PU-IDX FROM 1 BY 1
                   UNTIL PU-IDX > WS-PUMP-COUNT
                   SET WS-SEL-ROW TO PU-IDX
                   MOVE WS-SEL-ROW TO WS-ROW-SHOWN
                   DISPLAY WS-ROW-SHOWN ") " WS-PU-BOMBA(PU-IDX)
                       " " WS-PU-PRODUTO(PU-IDX)
                   DISPLAY "    certificado "
                       WS-PU-CERTIFICADO(PU-IDX)
                       " de " WS-PU-DATA-CERT(PU-IDX)
                       " valido ate " WS-PU-VALIDADE(PU-IDX)
               END-PERFORM
           END-IF.


       FIND-PUMP-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUMP-COUNT
               IF WS-PU-BOMBA(PU-IDX) = WS-BOMBA-IN
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


      *    o id da bomba tem de ser o mesmo das leituras de contador
      *    (gas-meters.txt); o certificado regista-se na opcao 3:
       ADD-PUMP-PROCEDURE.
           IF WS-PUMP-COUNT >= 40
               DISPLAY "Tabela de bombas cheia (maximo de 40)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Id da bomba (como nas leituras de contador): "
               WITH NO ADVANCING.
           ACCEPT WS-BOMBA-IN.
           IF WS-BOMBA-IN = SPACES
               DISPLAY "Id em branco."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PUMP-PROCEDURE.
           IF WS-FOUND = "Y"
               DISPLAY "Bomba ja registada."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Combustivel: " WITH NO ADVANCING.
           ACCEPT WS-PROD-LOOKUP-NOME.
           PERFORM LOOKUP-PRODUCT-PROCEDURE.
           IF WS-PROD-FOUND = "N"
               DISPLAY "Combustivel desconhecido no PRODUCT-MASTER."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PUMP-COUNT.
           SET PU-IDX TO WS-PUMP-COUNT.
           MOVE WS-BOMBA-IN TO WS-PU-BOMBA(PU-IDX).
           MOVE WS-PROD-LOOKUP-NOME TO WS-PU-PRODUTO(PU-IDX).
           MOVE SPACES TO WS-PU-CERTIFICADO(PU-IDX).
           MOVE ZERO TO WS-PU-DATA-CERT(PU-IDX).
           MOVE ZERO TO WS-PU-VALIDADE(PU-IDX).
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Bomba registada -- falta o certificado.".


      *    novo certificado apos a verificacao metrologica; a validade
      *    tem de ser posterior a data de emissao:
       CERTIFICATE-PROCEDURE.
           DISPLAY "Id da bomba: " WITH NO ADVANCING.
           ACCEPT WS-BOMBA-IN.
           PERFORM FIND-PUMP-PROCEDURE.
           IF WS-FOUND = "N"
               DISPLAY "Bomba desconhecida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "N. do certificado: " WITH NO ADVANCING.
           ACCEPT WS-PU-CERTIFICADO(PU-IDX).
           MOVE ZERO TO WS-DATA-IN.
           PERFORM UNTIL WS-DATA-IN > ZERO
               DISPLAY "Data de emissao (AAAAMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-DATA-IN
           END-PERFORM.
           MOVE WS-DATA-IN TO WS-PU-DATA-CERT(PU-IDX).
           MOVE ZERO TO WS-DATA-IN.
           PERFORM UNTIL WS-DATA-IN > WS-PU-DATA-CERT(PU-IDX)
               DISPLAY "Valido ate (AAAAMMDD, depois da emissao): "
                   WITH NO ADVANCING
               ACCEPT WS-DATA-IN
           END-PERFORM.
           MOVE WS-DATA-IN TO WS-PU-VALIDADE(PU-IDX).
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Certificado registado.".


      *    um teste por linha; o combustivel vem do registo da bomba
      *    para o PRODUCT-PRICES o repor na cisterna certa:
       TEST-DISPENSE-PROCEDURE.
           DISPLAY "Id da bomba: " WITH NO ADVANCING.
           ACCEPT WS-BOMBA-IN.
           PERFORM FIND-PUMP-PROCEDURE.
           IF WS-FOUND = "N"
               DISPLAY "Bomba desconhecida."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Data do teste (AAAAMMDD, 0 = hoje): "
               WITH NO ADVANCING.
           ACCEPT WS-DATA-IN.
           IF WS-DATA-IN = ZERO
               MOVE WS-TODAY TO WS-DATA-IN
           END-IF.
           MOVE ZERO TO WS-LITROS-IN.
           PERFORM UNTIL WS-LITROS-IN > ZERO
               DISPLAY "Litros dispensados no teste (9999): "
                   WITH NO ADVANCING
               ACCEPT WS-LITROS-IN
           END-PERFORM.
           MOVE SPACES TO PT-INSPECTOR.
           PERFORM UNTIL PT-INSPECTOR NOT = SPACES
               DISPLAY "Inspetor: " WITH NO ADVANCING
               ACCEPT PT-INSPECTOR
           END-PERFORM.
           MOVE SPACE TO PT-RESULTADO.
           PERFORM UNTIL PT-RESULTADO = "A" OR PT-RESULTADO = "R"
               DISPLAY "Resultado (A = aprovado, R = reprovado): "
                   WITH NO ADVANCING
               ACCEPT PT-RESULTADO
               MOVE FUNCTION UPPER-CASE(PT-RESULTADO)
                   TO PT-RESULTADO
           END-PERFORM.

           MOVE WS-PU-BOMBA(PU-IDX) TO PT-BOMBA.
           MOVE WS-DATA-IN TO PT-DATA.
           MOVE WS-PU-PRODUTO(PU-IDX) TO PT-PRODUTO.
           MOVE WS-LITROS-IN TO PT-LITROS.
           MOVE WS-OPERATOR-ID TO PT-OPERATOR.
           PERFORM APPEND-PUMP-TEST-PROCEDURE.
           MOVE WS-LITROS-IN TO M-LITROS.
           DISPLAY "Teste registado: " M-LITROS " l de "
               WS-PU-PRODUTO(PU-IDX).
           IF PT-RESULTADO = "R"
               DISPLAY "AVISO: bomba reprovada -- retirar de servico "
                   "ate nova verificacao."
           END-IF.


       EXPIRY-WARNINGS-PROCEDURE.
           PERFORM WARN-PUMP-EXPIRY-PROCEDURE.
           IF WS-PUMP-N-WARN = ZERO
               DISPLAY "Todos os certificados validos por mais de "
                   WS-PUMP-WARN-DAYS " dias."
           END-IF.


       COPY "PUMPP.cpy".

       COPY "PRODMP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM PUMP-REGISTER.
