                                   TO WS-RC-PHONE(WS-RCUST-COUNT)
                               MOVE RCU-STATUS
                                   TO WS-RC-STATUS(WS-RCUST-COUNT)
                               PERFORM LOAD-RCUST-LICENCE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTAL-CUSTOMER-FILE
           END-IF.

      *    clientes registados antes da carta de conducao ficam com
      *    as datas a zero (= por registar):
       LOAD-RCUST-LICENCE-PROCEDURE.
           MOVE RCU-CARTA TO WS-RC-CARTA(WS-RCUST-COUNT).
           MOVE RCU-CATEGORIAS TO WS-RC-CATEGORIAS(WS-RCUST-COUNT).
           MOVE ZERO TO WS-RC-EMISSAO(WS-RCUST-COUNT).
           MOVE ZERO TO WS-RC-VALIDADE(WS-RCUST-COUNT).
           MOVE ZERO TO WS-RC-NASCIMENTO(WS-RCUST-COUNT).
           IF RCU-EMISSAO NUMERIC
               MOVE RCU-EMISSAO TO WS-RC-EMISSAO(WS-RCUST-COUNT)
           END-IF.
           IF RCU-VALIDADE NUMERIC
               MOVE RCU-VALIDADE TO WS-RC-VALIDADE(WS-RCUST-COUNT)
           END-IF.
           IF RCU-NASCIMENTO NUMERIC
               MOVE RCU-NASCIMENTO
                   TO WS-RC-NASCIMENTO(WS-RCUST-COUNT)
           END-IF.
      *    clientes anteriores ao contacto por e-mail ficam sem canal:
           MOVE RCU-EMAIL TO WS-RC-EMAIL(WS-RCUST-COUNT).
           MOVE RCU-CANAL TO WS-RC-CANAL(WS-RCUST-COUNT).
           IF RCU-CANAL NOT = "S" AND RCU-CANAL NOT = "E"
               MOVE SPACE TO WS-RC-CANAL(WS-RCUST-COUNT)
           END-IF.

       LOOKUP-RCUST-PROCEDURE.
           MOVE "N" TO WS-RCUST-FOUND.
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   MOVE WS-RC-DOC(RC-IDX)    TO RCU-DOC
                   MOVE WS-RC-PHONE(RC-IDX)  TO RCU-PHONE
                   MOVE WS-RC-STATUS(RC-IDX) TO RCU-STATUS
                   MOVE WS-RC-CARTA(RC-IDX)      TO RCU-CARTA
                   MOVE WS-RC-CATEGORIAS(RC-IDX) TO RCU-CATEGORIAS
                   MOVE WS-RC-EMISSAO(RC-IDX)    TO RCU-EMISSAO
                   MOVE WS-RC-VALIDADE(RC-IDX)   TO RCU-VALIDADE
                   MOVE WS-RC-NASCIMENTO(RC-IDX) TO RCU-NASCIMENTO
                   MOVE WS-RC-EMAIL(RC-IDX)      TO RCU-EMAIL
                   MOVE WS-RC-CANAL(RC-IDX)      TO RCU-CANAL
                   WRITE RENTAL-CUSTOMER-RECORD
               END-PERFORM
               CLOSE RENTAL-CUSTOMER-FILE
