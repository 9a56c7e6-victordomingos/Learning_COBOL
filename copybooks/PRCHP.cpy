      *----------------------------------------------------------------*
      * Shared price-change event logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-PRCH-PATH-PROCEDURE once at startup.
      *
      * To record a change, fill PRICE-CHANGE-RECORD and PERFORM
      * APPEND-PRICE-CHANGE-PROCEDURE.
      *
      * To price a day, MOVE the business date to WS-PRCH-DATE and
      * PERFORM LOAD-PRICE-CHANGES-PROCEDURE; then for each sale MOVE
      * the product and the record's position in the day's sales
      * file to WS-PRCH-LOOKUP-NOME / WS-PRCH-LOOKUP-SEQ and PERFORM
      * FIND-PRICE-CHANGE-PROCEDURE -- when WS-PRCH-FOUND is "Y" the
      * sale came before that change and WS-PX-OLD-PRECO(PX-IDX) is
      * the price it was sold at.
      *----------------------------------------------------------------*
       INIT-PRCH-PATH-PROCEDURE.
           ACCEPT WS-PRCH-ENV-VALUE FROM ENVIRONMENT
               "PRICE_CHANGES_FILE".
           IF WS-PRCH-ENV-VALUE NOT = SPACES
               MOVE WS-PRCH-ENV-VALUE TO WS-PRCH-PATH
           END-IF.

      * primeira mudanca de sempre: o ficheiro ainda nao existe:
       APPEND-PRICE-CHANGE-PROCEDURE.
           OPEN EXTEND PRICE-CHANGE-FILE.
           IF WS-PRCH-STATUS = "35"
               OPEN OUTPUT PRICE-CHANGE-FILE
           END-IF.
           WRITE PRICE-CHANGE-RECORD.
           CLOSE PRICE-CHANGE-FILE.

       LOAD-PRICE-CHANGES-PROCEDURE.
           MOVE ZERO TO WS-PRCH-COUNT.
           MOVE ZERO TO WS-PRCH-FIRST-MARK.
           OPEN INPUT PRICE-CHANGE-FILE.
           IF WS-PRCH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PRCH-STATUS = "10"
                   READ PRICE-CHANGE-FILE
                       AT END MOVE "10" TO WS-PRCH-STATUS
                       NOT AT END
                           IF PX-DATA = WS-PRCH-DATE
                               AND WS-PRCH-COUNT < 30
                               ADD 1 TO WS-PRCH-COUNT
                               SET PX-IDX TO WS-PRCH-COUNT
                               MOVE PX-HORA TO WS-PX-HORA(PX-IDX)
                               MOVE PX-PRODUTO
                                   TO WS-PX-PRODUTO(PX-IDX)
                               MOVE PX-MARCA TO WS-PX-MARCA(PX-IDX)
                               MOVE PX-OLD-PRECO
                                   TO WS-PX-OLD-PRECO(PX-IDX)
                               MOVE PX-NEW-PRECO
                                   TO WS-PX-NEW-PRECO(PX-IDX)
                               MOVE PX-DIP TO WS-PX-DIP(PX-IDX)
                               IF WS-PRCH-FIRST-MARK = ZERO
                                   OR PX-MARCA < WS-PRCH-FIRST-MARK
                                   MOVE PX-MARCA
                                       TO WS-PRCH-FIRST-MARK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-CHANGE-FILE
           END-IF.

      * a venda na posicao N foi feita antes de um evento cuja marca
      * e >= N; havendo varios para o produto, vale o primeiro (o
      * preco que vigorava quando a venda foi registada):
       FIND-PRICE-CHANGE-PROCEDURE.
           MOVE "N" TO WS-PRCH-FOUND.
           PERFORM VARYING PX-IDX FROM 1 BY 1
               UNTIL PX-IDX > WS-PRCH-COUNT
               IF WS-PX-PRODUTO(PX-IDX) = WS-PRCH-LOOKUP-NOME
                   AND WS-PRCH-LOOKUP-SEQ <= WS-PX-MARCA(PX-IDX)
                   MOVE "Y" TO WS-PRCH-FOUND
               END-IF
               IF WS-PRCH-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
