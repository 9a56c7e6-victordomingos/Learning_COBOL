      *----------------------------------------------------------------*
      * Shared fleet-asset logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-FASS-PATH-PROCEDURE then
      * LOAD-FASS-FILE-PROCEDURE once at startup. To fetch the active
      * asset of a plate, MOVE it to WS-FASS-LOOKUP-PLATE, PERFORM
      * LOOKUP-FASS-PROCEDURE and check WS-FASS-FOUND (the WS-AF-*
      * fields at AF-IDX). PERFORM SAVE-FASS-FILE-PROCEDURE at a
      * clean end of run when WS-FASS-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-FASS-PATH-PROCEDURE.
           ACCEPT WS-FASS-ENV-VALUE FROM ENVIRONMENT
               "FLEET_ASSETS_FILE".
           IF WS-FASS-ENV-VALUE NOT = SPACES
               MOVE WS-FASS-ENV-VALUE TO WS-FASS-PATH
           END-IF.

      *    o registo e a entrada da tabela tem o mesmo desenho:
       LOAD-FASS-FILE-PROCEDURE.
           MOVE ZERO TO WS-FASS-COUNT.
           OPEN INPUT FLEET-ASSET-FILE.
           IF WS-FASS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-FASS-STATUS = "10"
                   READ FLEET-ASSET-FILE
                       AT END MOVE "10" TO WS-FASS-STATUS
                       NOT AT END
                           IF WS-FASS-COUNT >= 200
                               MOVE "Y" TO WS-FASS-OVERFLOW
                           ELSE
                               ADD 1 TO WS-FASS-COUNT
                               MOVE FLEET-ASSET-RECORD
                                   TO WS-FASS-ENTRY(WS-FASS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLEET-ASSET-FILE
           END-IF.

      *    a mesma matricula pode voltar a ser comprada depois de
      *    vendida; so conta o registo ativo:
       LOOKUP-FASS-PROCEDURE.
           MOVE "N" TO WS-FASS-FOUND.
           PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-FASS-COUNT
               IF WS-AF-PLATE(AF-IDX) = WS-FASS-LOOKUP-PLATE
                   AND WS-AF-STATUS(AF-IDX) = "A"
                   MOVE "Y" TO WS-FASS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-FASS-FILE-PROCEDURE.
      *    com a tabela transbordada, regravar a partir dela apagaria
      *    as viaturas alem das 200 carregadas:
           IF WS-FASS-OVERFLOW = "Y"
               DISPLAY "ERRO: fleet-assets com mais linhas do "
                   "que a tabela (200) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT FLEET-ASSET-FILE
               PERFORM VARYING AF-IDX FROM 1 BY 1
                   UNTIL AF-IDX > WS-FASS-COUNT
                   MOVE WS-FASS-ENTRY(AF-IDX)
                       TO FLEET-ASSET-RECORD
                   WRITE FLEET-ASSET-RECORD
               END-PERFORM
               CLOSE FLEET-ASSET-FILE
           END-IF.
