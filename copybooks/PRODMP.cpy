      * WS-PROD-TABLE. To price a transaction, MOVE the product name
      * to WS-PROD-LOOKUP-NOME and PERFORM LOOKUP-PRODUCT-PROCEDURE;
      * check WS-PROD-FOUND and then read
      * WS-PROD-PRECO(PM-IDX)/WS-PROD-TAXA(PM-IDX) (and
      * WS-PROD-ISP(PM-IDX), the excise per litre).
      *----------------------------------------------------------------*
       INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           ACCEPT WS-PROD-ENV-VALUE FROM ENVIRONMENT
                                   MOVE ZERO TO
                                     WS-PROD-PONTOS(WS-PROD-COUNT)
                               END-IF
                               IF PM-ISP NUMERIC
                                   MOVE PM-ISP TO
                                     WS-PROD-ISP(WS-PROD-COUNT)
                               ELSE
      *                            registos antigos sem coluna de
      *                            ISP: produto sem imposto:
                                   MOVE ZERO TO
                                     WS-PROD-ISP(WS-PROD-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
