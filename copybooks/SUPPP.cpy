      *----------------------------------------------------------------*
      * Shared supplier-master logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-SUPP-PATH-PROCEDURE then
      * LOAD-SUPP-FILE-PROCEDURE once at startup. To fetch a
      * supplier, MOVE its name to WS-SUPP-LOOKUP, PERFORM
      * LOOKUP-SUPP-PROCEDURE and check WS-SUPP-FOUND (the WS-SU-*
      * fields at SU-IDX). PERFORM SAVE-SUPP-FILE-PROCEDURE at a
      * clean end of run when WS-SUPP-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-SUPP-PATH-PROCEDURE.
           ACCEPT WS-SUPP-ENV-VALUE FROM ENVIRONMENT "SUPPLIERS_FILE".
           IF WS-SUPP-ENV-VALUE NOT = SPACES
               MOVE WS-SUPP-ENV-VALUE TO WS-SUPP-PATH
           END-IF.

      *    o registo e a entrada da tabela tem o mesmo desenho:
       LOAD-SUPP-FILE-PROCEDURE.
           MOVE ZERO TO WS-SUPP-COUNT.
           OPEN INPUT SUPPLIER-MASTER-FILE.
           IF WS-SUPP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SUPP-STATUS = "10"
                   READ SUPPLIER-MASTER-FILE
                       AT END MOVE "10" TO WS-SUPP-STATUS
                       NOT AT END
                           IF WS-SUPP-COUNT >= 200
                               MOVE "Y" TO WS-SUPP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-SUPP-COUNT
                               MOVE SUPPLIER-MASTER-RECORD
                                   TO WS-SUPP-ENTRY(WS-SUPP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.

       LOOKUP-SUPP-PROCEDURE.
           MOVE "N" TO WS-SUPP-FOUND.
           PERFORM VARYING SU-IDX FROM 1 BY 1
               UNTIL SU-IDX > WS-SUPP-COUNT
               IF WS-SU-FORNEC(SU-IDX) = WS-SUPP-LOOKUP
                   MOVE "Y" TO WS-SUPP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-SUPP-FILE-PROCEDURE.
      *    com a tabela transbordada, regravar a partir dela apagaria
      *    os fornecedores alem dos 200 carregados:
           IF WS-SUPP-OVERFLOW = "Y"
               DISPLAY "ERRO: suppliers com mais linhas do "
                   "que a tabela (200) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT SUPPLIER-MASTER-FILE
               PERFORM VARYING SU-IDX FROM 1 BY 1
                   UNTIL SU-IDX > WS-SUPP-COUNT
                   MOVE WS-SUPP-ENTRY(SU-IDX)
                       TO SUPPLIER-MASTER-RECORD
                   WRITE SUPPLIER-MASTER-RECORD
               END-PERFORM
               CLOSE SUPPLIER-MASTER-FILE
           END-IF.
