      *----------------------------------------------------------------*
      * Shared SHOP-ITEMS master logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-SHOP-PATH-PROCEDURE then
      * LOAD-SHOP-ITEMS-PROCEDURE to fill WS-SHOP-TABLE. To price or
      * move an item, MOVE its code to WS-SHOP-LOOKUP-CODIGO and
      * PERFORM FIND-SHOP-ITEM-PROCEDURE; check WS-SHOP-FOUND and use
      * SK-IDX. Programs that change stock rewrite the whole file
      * with SAVE-SHOP-ITEMS-PROCEDURE while holding the
      * "shop-items" master lock (MLOCP.cpy).
      *----------------------------------------------------------------*
       INIT-SHOP-PATH-PROCEDURE.
           ACCEPT WS-SHOP-ENV-VALUE FROM ENVIRONMENT
               "SHOP_ITEMS_FILE".
           IF WS-SHOP-ENV-VALUE NOT = SPACES
               MOVE WS-SHOP-ENV-VALUE TO WS-SHOP-ITEMS-PATH
           END-IF.

       LOAD-SHOP-ITEMS-PROCEDURE.
           MOVE ZERO TO WS-SHOP-COUNT.
           OPEN INPUT SHOP-ITEMS-FILE.
           IF WS-SHOP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SHOP-STATUS = "10"
                   READ SHOP-ITEMS-FILE
                       AT END MOVE "10" TO WS-SHOP-STATUS
                       NOT AT END
                           IF WS-SHOP-COUNT < 100
                               ADD 1 TO WS-SHOP-COUNT
                               SET SK-IDX TO WS-SHOP-COUNT
                               MOVE SK-CODIGO
                                   TO WS-SHOP-CODIGO(SK-IDX)
                               MOVE SK-DESCRICAO
                                   TO WS-SHOP-DESCRICAO(SK-IDX)
                               MOVE SK-PRECO TO WS-SHOP-PRECO(SK-IDX)
                               MOVE SK-TAXA TO WS-SHOP-TAXA(SK-IDX)
                               IF SK-STOCK NUMERIC
                                   MOVE SK-STOCK
                                       TO WS-SHOP-STOCK(SK-IDX)
                               ELSE
                                   MOVE ZERO TO WS-SHOP-STOCK(SK-IDX)
                               END-IF
                               IF SK-REORDER NUMERIC
                                   MOVE SK-REORDER
                                       TO WS-SHOP-REORDER(SK-IDX)
                               ELSE
                                   MOVE ZERO
                                       TO WS-SHOP-REORDER(SK-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHOP-ITEMS-FILE
           END-IF.

       FIND-SHOP-ITEM-PROCEDURE.
           MOVE "N" TO WS-SHOP-FOUND.
           PERFORM VARYING SK-IDX FROM 1 BY 1
               UNTIL SK-IDX > WS-SHOP-COUNT
               IF WS-SHOP-CODIGO(SK-IDX) = WS-SHOP-LOOKUP-CODIGO
                   MOVE "Y" TO WS-SHOP-FOUND
               END-IF
               IF WS-SHOP-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-SHOP-ITEMS-PROCEDURE.
           OPEN OUTPUT SHOP-ITEMS-FILE.
           PERFORM VARYING SK-IDX FROM 1 BY 1
               UNTIL SK-IDX > WS-SHOP-COUNT
               MOVE WS-SHOP-CODIGO(SK-IDX) TO SK-CODIGO
               MOVE WS-SHOP-DESCRICAO(SK-IDX) TO SK-DESCRICAO
               MOVE WS-SHOP-PRECO(SK-IDX) TO SK-PRECO
               MOVE WS-SHOP-TAXA(SK-IDX) TO SK-TAXA
               MOVE WS-SHOP-STOCK(SK-IDX) TO SK-STOCK
               MOVE WS-SHOP-REORDER(SK-IDX) TO SK-REORDER
               WRITE SHOP-ITEM-RECORD
           END-PERFORM.
           CLOSE SHOP-ITEMS-FILE.
