      * WS-STOCK-LOOKUP-ISBN and PERFORM LOOKUP-STOCK-PROCEDURE; check
      * WS-STOCK-FOUND and then read/update
      * WS-STOCK-ON-HAND(SM-IDX). PERFORM SAVE-STOCK-MASTER-PROCEDURE
      * once at the end of the run to persist any changes (each changed
      * row is journalled first, see RJRNP.cpy). For the
      * recommended retail price in force on a date, MOVE the date to
      * WS-STOCK-PVP-ON and PERFORM CURRENT-PVP-PROCEDURE with SM-IDX
      * on the title; the price is in WS-STOCK-PVP-CURRENT.
      *----------------------------------------------------------------*
       INIT-STOCK-MASTER-PATH-PROCEDURE.
           ACCEPT WS-STOCK-ENV-VALUE FROM ENVIRONMENT
                                   TO WS-STOCK-ON-HAND(WS-STOCK-COUNT)
                               MOVE SM-REORDER-LEVEL TO
                                 WS-STOCK-REORDER-LEVEL(WS-STOCK-COUNT)
                               PERFORM LOAD-STOCK-PVP-PROCEDURE
                               PERFORM LOAD-STOCK-AGE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.

       SAVE-STOCK-MASTER-PROCEDURE.
           MOVE "stock-master" TO WS-RJ-MASTER.
           MOVE WS-STOCK-MASTER-PATH TO WS-RJ-PRIOR-PATH.
           PERFORM BEGIN-JOURNAL-DIFF-PROCEDURE.
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-STOCK-COUNT
               PERFORM BUILD-STOCK-RECORD-PROCEDURE
               MOVE SM-ISBN TO WS-RJ-KEY
               MOVE STOCK-MASTER-RECORD TO WS-RJ-IMAGE
               PERFORM JOURNAL-DIFF-ROW-PROCEDURE
           END-PERFORM.
           PERFORM END-JOURNAL-DIFF-PROCEDURE.
           OPEN OUTPUT STOCK-MASTER-FILE.
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-STOCK-COUNT
               PERFORM BUILD-STOCK-RECORD-PROCEDURE
               WRITE STOCK-MASTER-RECORD
           END-PERFORM.
           CLOSE STOCK-MASTER-FILE.

       BUILD-STOCK-RECORD-PROCEDURE.
           MOVE WS-STOCK-ISBN(SM-IDX)         TO SM-ISBN.
           MOVE WS-STOCK-TITLE(SM-IDX)        TO SM-TITLE.
           MOVE WS-STOCK-ON-HAND(SM-IDX)       TO SM-ON-HAND.
           MOVE WS-STOCK-REORDER-LEVEL(SM-IDX) TO SM-REORDER-LEVEL.
           MOVE WS-STOCK-PVP(SM-IDX)           TO SM-PVP.
           MOVE WS-STOCK-PVP-DATA(SM-IDX)      TO SM-PVP-DATA.
           MOVE WS-STOCK-PVP-NOVO(SM-IDX)      TO SM-PVP-NOVO.
           MOVE WS-STOCK-PVP-NOVO-DATA(SM-IDX) TO SM-PVP-NOVO-DATA.
           MOVE WS-STOCK-EDITORA(SM-IDX)       TO SM-EDITORA.
           MOVE WS-STOCK-ULT-VENDA(SM-IDX)     TO SM-ULT-VENDA.
           MOVE WS-STOCK-ULT-ENTRADA(SM-IDX)   TO SM-ULT-ENTRADA.
           MOVE WS-STOCK-AUTOR(SM-IDX)         TO SM-AUTOR.

      *    registos gravados antes das colunas de PVP leem espacos:
       LOAD-STOCK-PVP-PROCEDURE.
           IF SM-PVP NUMERIC AND SM-PVP-DATA NUMERIC
               MOVE SM-PVP TO WS-STOCK-PVP(WS-STOCK-COUNT)
               MOVE SM-PVP-DATA TO WS-STOCK-PVP-DATA(WS-STOCK-COUNT)
           ELSE
               MOVE ZERO TO WS-STOCK-PVP(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STOCK-PVP-DATA(WS-STOCK-COUNT)
           END-IF.
           IF SM-PVP-NOVO NUMERIC AND SM-PVP-NOVO-DATA NUMERIC
               MOVE SM-PVP-NOVO TO WS-STOCK-PVP-NOVO(WS-STOCK-COUNT)
               MOVE SM-PVP-NOVO-DATA
                   TO WS-STOCK-PVP-NOVO-DATA(WS-STOCK-COUNT)
           ELSE
               MOVE ZERO TO WS-STOCK-PVP-NOVO(WS-STOCK-COUNT)
               MOVE ZERO TO WS-STOCK-PVP-NOVO-DATA(WS-STOCK-COUNT)
           END-IF.

      *    idem para as colunas de editora, autor e datas de
      *    movimento:
       LOAD-STOCK-AGE-PROCEDURE.
           MOVE SM-EDITORA TO WS-STOCK-EDITORA(WS-STOCK-COUNT).
           MOVE SM-AUTOR TO WS-STOCK-AUTOR(WS-STOCK-COUNT).
           IF SM-ULT-VENDA NUMERIC
               MOVE SM-ULT-VENDA TO WS-STOCK-ULT-VENDA(WS-STOCK-COUNT)
           ELSE
               MOVE ZERO TO WS-STOCK-ULT-VENDA(WS-STOCK-COUNT)
           END-IF.
           IF SM-ULT-ENTRADA NUMERIC
               MOVE SM-ULT-ENTRADA
                   TO WS-STOCK-ULT-ENTRADA(WS-STOCK-COUNT)
           ELSE
               MOVE ZERO TO WS-STOCK-ULT-ENTRADA(WS-STOCK-COUNT)
           END-IF.

      *    o PVP anunciado passa a valer a partir da sua data, mesmo
      *    antes de o PRICE-LIST-IMPORT o promover no master:
       CURRENT-PVP-PROCEDURE.
           MOVE WS-STOCK-PVP(SM-IDX) TO WS-STOCK-PVP-CURRENT.
           IF WS-STOCK-PVP-NOVO-DATA(SM-IDX) > ZERO
               AND WS-STOCK-PVP-NOVO-DATA(SM-IDX) <= WS-STOCK-PVP-ON
               MOVE WS-STOCK-PVP-NOVO(SM-IDX) TO WS-STOCK-PVP-CURRENT
           END-IF.
