      *----------------------------------------------------------------*
      * Shared fleet-card logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-FCARD-PATHS-PROCEDURE once, then
      * LOAD-FLEET-CARDS-PROCEDURE to fill WS-FCARD-TABLE.
      * To check a fleet transaction MOVE the account, card (0 = none
      * keyed), product, litres, value and date to the WS-FC-CHK-
      * fields and PERFORM CHECK-FLEET-CARD-PROCEDURE; WS-FC-OK says
      * whether the card allows it (FC-IDX is left on the card).
      * PERFORM ADD-FLEET-CARD-USAGE-PROCEDURE to count an accepted
      * line against the card's day and month, and
      * LOG-FLEET-DECLINED-PROCEDURE (with WS-FC-CHK-ORIGEM) to
      * append the refusal for the fleet manager's report.
      * SAVE-FLEET-CARDS-PROCEDURE rewrites the card file.
      *----------------------------------------------------------------*
       INIT-FCARD-PATHS-PROCEDURE.
           ACCEPT WS-FCARD-ENV-VALUE FROM ENVIRONMENT
               "FLEET_CARDS_FILE".
           IF WS-FCARD-ENV-VALUE NOT = SPACES
               MOVE WS-FCARD-ENV-VALUE TO WS-FCARD-PATH
           END-IF.
           ACCEPT WS-FCARD-ENV-VALUE FROM ENVIRONMENT
               "FLEET_DECLINED_FILE".
           IF WS-FCARD-ENV-VALUE NOT = SPACES
               MOVE WS-FCARD-ENV-VALUE TO WS-FDECL-PATH
           END-IF.

       LOAD-FLEET-CARDS-PROCEDURE.
           MOVE ZERO TO WS-FCARD-COUNT.
           OPEN INPUT FLEET-CARD-FILE.
           IF WS-FCARD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-FCARD-STATUS = "10"
                   READ FLEET-CARD-FILE
                       AT END MOVE "10" TO WS-FCARD-STATUS
                       NOT AT END
                           IF WS-FCARD-COUNT < 200
                               ADD 1 TO WS-FCARD-COUNT
                               SET FC-IDX TO WS-FCARD-COUNT
                               PERFORM MOVE-CARD-TO-TABLE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLEET-CARD-FILE
           END-IF.

       MOVE-CARD-TO-TABLE-PROCEDURE.
           MOVE FC-CARTAO TO WS-FC-CARTAO(FC-IDX).
           MOVE FC-ACCOUNT TO WS-FC-ACCOUNT(FC-IDX).
           MOVE FC-MATRICULA TO WS-FC-MATRICULA(FC-IDX).
           PERFORM VARYING FC-PX FROM 1 BY 1 UNTIL FC-PX > 3
               MOVE FC-PRODUTO(FC-PX) TO WS-FC-PRODUTO(FC-IDX, FC-PX)
           END-PERFORM.
           MOVE FC-LIMITE-DIA TO WS-FC-LIMITE-DIA(FC-IDX).
           MOVE FC-LIMITE-MES TO WS-FC-LIMITE-MES(FC-IDX).
           MOVE FC-ESTADO TO WS-FC-ESTADO(FC-IDX).
           MOVE FC-USO-DATA TO WS-FC-USO-DATA(FC-IDX).
           MOVE FC-USO-LITROS TO WS-FC-USO-LITROS(FC-IDX).
           MOVE FC-USO-MES TO WS-FC-USO-MES(FC-IDX).
           MOVE FC-USO-VALOR TO WS-FC-USO-VALOR(FC-IDX).

       SAVE-FLEET-CARDS-PROCEDURE.
           OPEN OUTPUT FLEET-CARD-FILE.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCARD-COUNT
               MOVE WS-FC-CARTAO(FC-IDX) TO FC-CARTAO
               MOVE WS-FC-ACCOUNT(FC-IDX) TO FC-ACCOUNT
               MOVE WS-FC-MATRICULA(FC-IDX) TO FC-MATRICULA
               PERFORM VARYING FC-PX FROM 1 BY 1 UNTIL FC-PX > 3
                   MOVE WS-FC-PRODUTO(FC-IDX, FC-PX)
                       TO FC-PRODUTO(FC-PX)
               END-PERFORM
               MOVE WS-FC-LIMITE-DIA(FC-IDX) TO FC-LIMITE-DIA
               MOVE WS-FC-LIMITE-MES(FC-IDX) TO FC-LIMITE-MES
               MOVE WS-FC-ESTADO(FC-IDX) TO FC-ESTADO
               MOVE WS-FC-USO-DATA(FC-IDX) TO FC-USO-DATA
               MOVE WS-FC-USO-LITROS(FC-IDX) TO FC-USO-LITROS
               MOVE WS-FC-USO-MES(FC-IDX) TO FC-USO-MES
               MOVE WS-FC-USO-VALOR(FC-IDX) TO FC-USO-VALOR
               WRITE FLEET-CARD-RECORD
           END-PERFORM.
           CLOSE FLEET-CARD-FILE.

      *    uma conta sem cartoes emitidos continua so com o limite de
      *    credito; com cartoes, cada venda tem de trazer um cartao
      *    ativo da propria conta, para um combustivel autorizado e
      *    dentro dos limites de litros/dia e valor/mes:
       CHECK-FLEET-CARD-PROCEDURE.
           MOVE "Y" TO WS-FC-OK.
           MOVE SPACES TO WS-FC-MOTIVO.
           MOVE "N" TO WS-FC-FOUND.
           MOVE "N" TO WS-FC-HAS-CARDS.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCARD-COUNT
               IF WS-FC-ACCOUNT(FC-IDX) = WS-FC-CHK-ACCOUNT
                   MOVE "Y" TO WS-FC-HAS-CARDS
               END-IF
           END-PERFORM.
           IF WS-FC-CHK-CARTAO = ZERO
               IF WS-FC-HAS-CARDS = "Y"
                   MOVE "N" TO WS-FC-OK
                   MOVE "Conta com cartoes: sem cartao" TO WS-FC-MOTIVO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCARD-COUNT
               IF WS-FC-CARTAO(FC-IDX) = WS-FC-CHK-CARTAO
                   MOVE "Y" TO WS-FC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FC-FOUND = "N"
               MOVE "N" TO WS-FC-OK
               MOVE "Cartao desconhecido" TO WS-FC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-ACCOUNT(FC-IDX) NOT = WS-FC-CHK-ACCOUNT
               MOVE "N" TO WS-FC-OK
               MOVE "Cartao de outra conta" TO WS-FC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-ESTADO(FC-IDX) NOT = "A"
               MOVE "N" TO WS-FC-OK
               MOVE "Cartao cancelado" TO WS-FC-MOTIVO
               EXIT PARAGRAPH
           END-IF.

      *    (linha de loja vem com produto em branco e zero litros:
      *    so conta para o valor do mes)
           MOVE "N" TO WS-FC-PROD-OK.
           IF WS-FC-CHK-PRODUTO = SPACES
               MOVE "Y" TO WS-FC-PROD-OK
           END-IF.
           IF WS-FC-PRODUTO(FC-IDX, 1) = SPACES
               AND WS-FC-PRODUTO(FC-IDX, 2) = SPACES
               AND WS-FC-PRODUTO(FC-IDX, 3) = SPACES
               MOVE "Y" TO WS-FC-PROD-OK
           END-IF.
           PERFORM VARYING FC-PX FROM 1 BY 1 UNTIL FC-PX > 3
               IF WS-FC-PRODUTO(FC-IDX, FC-PX) = WS-FC-CHK-PRODUTO
                   MOVE "Y" TO WS-FC-PROD-OK
               END-IF
           END-PERFORM.
           IF WS-FC-PROD-OK = "N"
               MOVE "N" TO WS-FC-OK
               MOVE "Produto nao autorizado" TO WS-FC-MOTIVO
               EXIT PARAGRAPH
           END-IF.

           PERFORM CARD-USAGE-TO-DATE-PROCEDURE.
           IF WS-FC-LIMITE-DIA(FC-IDX) > ZERO
               AND WS-FC-DAY-USED + WS-FC-CHK-LITROS
                   > WS-FC-LIMITE-DIA(FC-IDX)
               MOVE "N" TO WS-FC-OK
               MOVE "Limite diario de litros" TO WS-FC-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-LIMITE-MES(FC-IDX) > ZERO
               AND WS-FC-MONTH-USED + WS-FC-CHK-VALOR
                   > WS-FC-LIMITE-MES(FC-IDX)
               MOVE "N" TO WS-FC-OK
               MOVE "Limite mensal de valor" TO WS-FC-MOTIVO
           END-IF.

      *    o uso guardado so conta se for do mesmo dia / mes:
       CARD-USAGE-TO-DATE-PROCEDURE.
           IF WS-FC-USO-DATA(FC-IDX) = WS-FC-CHK-DATA
               MOVE WS-FC-USO-LITROS(FC-IDX) TO WS-FC-DAY-USED
           ELSE
               MOVE ZERO TO WS-FC-DAY-USED
           END-IF.
           IF WS-FC-USO-MES(FC-IDX) = WS-FC-CHK-DATA / 100
               MOVE WS-FC-USO-VALOR(FC-IDX) TO WS-FC-MONTH-USED
           ELSE
               MOVE ZERO TO WS-FC-MONTH-USED
           END-IF.

      *    FC-IDX no cartao da transacao (depois do CHECK):
       ADD-FLEET-CARD-USAGE-PROCEDURE.
           PERFORM CARD-USAGE-TO-DATE-PROCEDURE.
           ADD WS-FC-CHK-LITROS TO WS-FC-DAY-USED.
           ADD WS-FC-CHK-VALOR TO WS-FC-MONTH-USED.
           IF WS-FC-MONTH-USED < ZERO
               MOVE ZERO TO WS-FC-MONTH-USED
           END-IF.
           MOVE WS-FC-CHK-DATA TO WS-FC-USO-DATA(FC-IDX).
           MOVE WS-FC-DAY-USED TO WS-FC-USO-LITROS(FC-IDX).
           COMPUTE WS-FC-USO-MES(FC-IDX) = WS-FC-CHK-DATA / 100.
           MOVE WS-FC-MONTH-USED TO WS-FC-USO-VALOR(FC-IDX).

       LOG-FLEET-DECLINED-PROCEDURE.
           OPEN EXTEND FLEET-DECLINED-FILE.
           IF WS-FDECL-STATUS = "35"
               OPEN OUTPUT FLEET-DECLINED-FILE
           END-IF.
           MOVE WS-FC-CHK-DATA TO FX-DATA.
           MOVE WS-FC-CHK-ORIGEM TO FX-ORIGEM.
           MOVE WS-FC-CHK-ACCOUNT TO FX-ACCOUNT.
           MOVE WS-FC-CHK-CARTAO TO FX-CARTAO.
           MOVE WS-FC-CHK-PRODUTO TO FX-PRODUTO.
           MOVE WS-FC-CHK-LITROS TO FX-LITROS.
           IF WS-FC-CHK-VALOR < ZERO
               MOVE ZERO TO FX-VALOR
           ELSE
               MOVE WS-FC-CHK-VALOR TO FX-VALOR
           END-IF.
           MOVE WS-FC-MOTIVO TO FX-MOTIVO.
           WRITE FLEET-DECLINED-RECORD.
           CLOSE FLEET-DECLINED-FILE.
