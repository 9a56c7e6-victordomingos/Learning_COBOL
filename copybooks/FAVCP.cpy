      *----------------------------------------------------------------*
      * Shared fuel average-cost logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-FAVC-PATH-PROCEDURE then
      * LOAD-FUEL-AVG-COST-PROCEDURE once at startup. To cost a
      * product, MOVE its name to WS-FAVC-LOOKUP-NOME and PERFORM
      * FIND-FUEL-AVG-COST-PROCEDURE; check WS-FAVC-FOUND and read
      * WS-FA-CUSTO(FA-IDX). To fold in a delivery, fill
      * WS-FAVC-LOOKUP-NOME and WS-FAVC-IN-LITROS / -CUSTO / -DATA and
      * PERFORM RECEIVE-FUEL-COST-PROCEDURE. When WS-FAVC-DIRTY is
      * "Y" at end of run, PERFORM SAVE-FUEL-AVG-COST-PROCEDURE.
      *----------------------------------------------------------------*
       INIT-FAVC-PATH-PROCEDURE.
           ACCEPT WS-FAVC-ENV-VALUE FROM ENVIRONMENT
               "FUEL_AVG_COST_FILE".
           IF WS-FAVC-ENV-VALUE NOT = SPACES
               MOVE WS-FAVC-ENV-VALUE TO WS-FAVC-PATH
           END-IF.

       LOAD-FUEL-AVG-COST-PROCEDURE.
           MOVE ZERO TO WS-FAVC-COUNT.
           OPEN INPUT FUEL-AVG-COST-FILE.
           IF WS-FAVC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-FAVC-STATUS = "10"
                   READ FUEL-AVG-COST-FILE
                       AT END MOVE "10" TO WS-FAVC-STATUS
                       NOT AT END
                           IF WS-FAVC-COUNT < 30
                               ADD 1 TO WS-FAVC-COUNT
                               SET FA-IDX TO WS-FAVC-COUNT
                               MOVE FA-PRODUTO TO WS-FA-PRODUTO(FA-IDX)
                               MOVE FA-LITROS TO WS-FA-LITROS(FA-IDX)
                               MOVE FA-CUSTO TO WS-FA-CUSTO(FA-IDX)
                               MOVE FA-DATA TO WS-FA-DATA(FA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUEL-AVG-COST-FILE
           END-IF.

       FIND-FUEL-AVG-COST-PROCEDURE.
           MOVE "N" TO WS-FAVC-FOUND.
           PERFORM VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > WS-FAVC-COUNT
               IF WS-FA-PRODUTO(FA-IDX) = WS-FAVC-LOOKUP-NOME
                   MOVE "Y" TO WS-FAVC-FOUND
               END-IF
               IF WS-FAVC-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * media ponderada: (litros em stock x custo medio + litros
      * entregues x custo da fatura) / total de litros; com a
      * cisterna a zero (ou negativa, vendas antes da primeira
      * entrega custeada) o custo da entrega passa a ser a media:
       RECEIVE-FUEL-COST-PROCEDURE.
           PERFORM FIND-FUEL-AVG-COST-PROCEDURE.
           IF WS-FAVC-FOUND = "N"
               IF WS-FAVC-COUNT >= 30
                   DISPLAY "AVISO: tabela de custo medio cheia (30) -- "
                       WS-FAVC-LOOKUP-NOME " nao custeado."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FAVC-COUNT
               SET FA-IDX TO WS-FAVC-COUNT
               MOVE WS-FAVC-LOOKUP-NOME TO WS-FA-PRODUTO(FA-IDX)
               MOVE ZERO TO WS-FA-LITROS(FA-IDX)
               MOVE ZERO TO WS-FA-CUSTO(FA-IDX)
           END-IF.
           IF WS-FA-LITROS(FA-IDX) <= ZERO
               MOVE WS-FAVC-IN-CUSTO TO WS-FA-CUSTO(FA-IDX)
           ELSE
               COMPUTE WS-FAVC-VALUE =
                   WS-FA-LITROS(FA-IDX) * WS-FA-CUSTO(FA-IDX)
                   + WS-FAVC-IN-LITROS * WS-FAVC-IN-CUSTO
               COMPUTE WS-FA-CUSTO(FA-IDX) ROUNDED = WS-FAVC-VALUE
                   / (WS-FA-LITROS(FA-IDX) + WS-FAVC-IN-LITROS)
           END-IF.
           ADD WS-FAVC-IN-LITROS TO WS-FA-LITROS(FA-IDX).
           MOVE WS-FAVC-IN-DATA TO WS-FA-DATA(FA-IDX).
           MOVE "Y" TO WS-FAVC-DIRTY.

       SAVE-FUEL-AVG-COST-PROCEDURE.
           OPEN OUTPUT FUEL-AVG-COST-FILE.
           PERFORM VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > WS-FAVC-COUNT
               MOVE WS-FA-PRODUTO(FA-IDX) TO FA-PRODUTO
               MOVE WS-FA-LITROS(FA-IDX) TO FA-LITROS
               MOVE WS-FA-CUSTO(FA-IDX) TO FA-CUSTO
               MOVE WS-FA-DATA(FA-IDX) TO FA-DATA
               WRITE FUEL-AVG-COST-RECORD
           END-PERFORM.
           CLOSE FUEL-AVG-COST-FILE.
           MOVE "N" TO WS-FAVC-DIRTY.
