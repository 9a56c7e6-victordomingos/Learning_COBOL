      *----------------------------------------------------------------*
      * Shared drive-off register logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-DROF-PATH-PROCEDURE once, then
      * LOAD-DRIVE-OFFS-PROCEDURE to fill WS-DROF-TABLE (and
      * WS-DROF-LAST-NUMERO). A new incident is built in
      * DRIVE-OFF-RECORD and appended with APPEND-DRIVE-OFF-PROCEDURE;
      * a program that changes incidents rewrites the whole register
      * from the table with SAVE-DRIVE-OFFS-PROCEDURE.
      *----------------------------------------------------------------*
       INIT-DROF-PATH-PROCEDURE.
           ACCEPT WS-DROF-ENV-VALUE FROM ENVIRONMENT
               "DRIVE_OFFS_FILE".
           IF WS-DROF-ENV-VALUE NOT = SPACES
               MOVE WS-DROF-ENV-VALUE TO WS-DROF-PATH
           END-IF.

       LOAD-DRIVE-OFFS-PROCEDURE.
           MOVE ZERO TO WS-DROF-COUNT.
           MOVE ZERO TO WS-DROF-LAST-NUMERO.
           OPEN INPUT DRIVE-OFF-FILE.
           IF WS-DROF-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-DROF-STATUS = "10"
                   READ DRIVE-OFF-FILE
                       AT END MOVE "10" TO WS-DROF-STATUS
                       NOT AT END
                           IF WS-DROF-COUNT < 500
                               ADD 1 TO WS-DROF-COUNT
                               SET DO-IDX TO WS-DROF-COUNT
                               MOVE DO-NUMERO TO WS-DO-NUMERO(DO-IDX)
                               MOVE DO-DATA TO WS-DO-DATA(DO-IDX)
                               MOVE DO-HORA TO WS-DO-HORA(DO-IDX)
                               MOVE DO-SHIFT TO WS-DO-SHIFT(DO-IDX)
                               MOVE DO-BOMBA TO WS-DO-BOMBA(DO-IDX)
                               MOVE DO-PRODUTO
                                   TO WS-DO-PRODUTO(DO-IDX)
                               MOVE DO-LITROS TO WS-DO-LITROS(DO-IDX)
                               MOVE DO-VALOR TO WS-DO-VALOR(DO-IDX)
                               MOVE DO-MATRICULA
                                   TO WS-DO-MATRICULA(DO-IDX)
                               MOVE DO-PARTICIPACAO
                                   TO WS-DO-PARTICIPACAO(DO-IDX)
                               MOVE DO-OPERATOR
                                   TO WS-DO-OPERATOR(DO-IDX)
                               MOVE DO-ESTADO TO WS-DO-ESTADO(DO-IDX)
                               MOVE DO-RECUPERADO
                                   TO WS-DO-RECUPERADO(DO-IDX)
                               MOVE DO-DATA-FECHO
                                   TO WS-DO-DATA-FECHO(DO-IDX)
                               IF DO-NUMERO > WS-DROF-LAST-NUMERO
                                   MOVE DO-NUMERO
                                       TO WS-DROF-LAST-NUMERO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRIVE-OFF-FILE
           END-IF.

       APPEND-DRIVE-OFF-PROCEDURE.
           OPEN EXTEND DRIVE-OFF-FILE.
           IF WS-DROF-STATUS = "35"
               OPEN OUTPUT DRIVE-OFF-FILE
           END-IF.
           WRITE DRIVE-OFF-RECORD.
           CLOSE DRIVE-OFF-FILE.

       SAVE-DRIVE-OFFS-PROCEDURE.
           OPEN OUTPUT DRIVE-OFF-FILE.
           PERFORM VARYING DO-IDX FROM 1 BY 1
               UNTIL DO-IDX > WS-DROF-COUNT
               MOVE WS-DO-NUMERO(DO-IDX) TO DO-NUMERO
               MOVE WS-DO-DATA(DO-IDX) TO DO-DATA
               MOVE WS-DO-HORA(DO-IDX) TO DO-HORA
               MOVE WS-DO-SHIFT(DO-IDX) TO DO-SHIFT
               MOVE WS-DO-BOMBA(DO-IDX) TO DO-BOMBA
               MOVE WS-DO-PRODUTO(DO-IDX) TO DO-PRODUTO
               MOVE WS-DO-LITROS(DO-IDX) TO DO-LITROS
               MOVE WS-DO-VALOR(DO-IDX) TO DO-VALOR
               MOVE WS-DO-MATRICULA(DO-IDX) TO DO-MATRICULA
               MOVE WS-DO-PARTICIPACAO(DO-IDX) TO DO-PARTICIPACAO
               MOVE WS-DO-OPERATOR(DO-IDX) TO DO-OPERATOR
               MOVE WS-DO-ESTADO(DO-IDX) TO DO-ESTADO
               MOVE WS-DO-RECUPERADO(DO-IDX) TO DO-RECUPERADO
               MOVE WS-DO-DATA-FECHO(DO-IDX) TO DO-DATA-FECHO
               WRITE DRIVE-OFF-RECORD
           END-PERFORM.
           CLOSE DRIVE-OFF-FILE.
