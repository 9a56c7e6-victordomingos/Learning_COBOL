      *----------------------------------------------------------------*
      * Shared rental-agreement logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-RAGR-PATH-PROCEDURE then
      * LOAD-RAGR-FILE-PROCEDURE once at startup. To find the open
      * agreement of a car, MOVE the plate to WS-RAGR-LOOKUP-PLATE
      * and PERFORM LOOKUP-OPEN-RAGR-PROCEDURE; check WS-RAGR-FOUND
      * and read the WS-RA-* fields at RA-IDX. PERFORM
      * SAVE-RAGR-FILE-PROCEDURE at a clean end of run when
      * WS-RAGR-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-RAGR-PATH-PROCEDURE.
           ACCEPT WS-RAGR-ENV-VALUE FROM ENVIRONMENT
               "RENTAL_AGREEMENTS_FILE".
           IF WS-RAGR-ENV-VALUE NOT = SPACES
               MOVE WS-RAGR-ENV-VALUE TO WS-RAGR-PATH
           END-IF.

       LOAD-RAGR-FILE-PROCEDURE.
           MOVE ZERO TO WS-RAGR-COUNT.
           MOVE ZERO TO WS-RAGR-LAST-NO.
           OPEN INPUT RENTAL-AGREEMENT-FILE.
           IF WS-RAGR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-RAGR-STATUS = "10"
                   READ RENTAL-AGREEMENT-FILE
                       AT END MOVE "10" TO WS-RAGR-STATUS
                       NOT AT END
                           IF RA-NUMERO > WS-RAGR-LAST-NO
                               MOVE RA-NUMERO TO WS-RAGR-LAST-NO
                           END-IF
                           IF WS-RAGR-COUNT >= 500
                               MOVE "Y" TO WS-RAGR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-RAGR-COUNT
                               SET RA-IDX TO WS-RAGR-COUNT
                               PERFORM LOAD-RAGR-ENTRY-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RENTAL-AGREEMENT-FILE
           END-IF.

       LOAD-RAGR-ENTRY-PROCEDURE.
           MOVE RA-NUMERO     TO WS-RA-NUMERO(RA-IDX).
           MOVE RA-CUSTNO     TO WS-RA-CUSTNO(RA-IDX).
           MOVE RA-PLATE      TO WS-RA-PLATE(RA-IDX).
           MOVE RA-PLAN       TO WS-RA-PLAN(RA-IDX).
           MOVE RA-RES-PICKUP TO WS-RA-RES-PICKUP(RA-IDX).
           MOVE RA-BRANCH     TO WS-RA-BRANCH(RA-IDX).
           MOVE RA-LEVANT     TO WS-RA-LEVANT(RA-IDX).
           MOVE RA-PREVISTA   TO WS-RA-PREVISTA(RA-IDX).
           MOVE RA-KM-SAIDA   TO WS-RA-KM-SAIDA(RA-IDX).
           MOVE RA-FUEL-SAIDA TO WS-RA-FUEL-SAIDA(RA-IDX).
           MOVE RA-STATUS     TO WS-RA-STATUS(RA-IDX).
           MOVE RA-DEVOL      TO WS-RA-DEVOL(RA-IDX).
           MOVE RA-KM-ENTRADA TO WS-RA-KM-ENTRADA(RA-IDX).
           MOVE RA-OPERADOR   TO WS-RA-OPERADOR(RA-IDX).
           MOVE ZERO TO WS-RA-CONDUTOR(RA-IDX, 1).
           MOVE ZERO TO WS-RA-CONDUTOR(RA-IDX, 2).
           IF RA-CONDUTOR(1) NUMERIC
               MOVE RA-CONDUTOR(1) TO WS-RA-CONDUTOR(RA-IDX, 1)
           END-IF.
           IF RA-CONDUTOR(2) NUMERIC
               MOVE RA-CONDUTOR(2) TO WS-RA-CONDUTOR(RA-IDX, 2)
           END-IF.

      *    so pode haver um contrato aberto por matricula:
       LOOKUP-OPEN-RAGR-PROCEDURE.
           MOVE "N" TO WS-RAGR-FOUND.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > WS-RAGR-COUNT
               IF WS-RA-PLATE(RA-IDX) = WS-RAGR-LOOKUP-PLATE
                   AND WS-RA-STATUS(RA-IDX) = "A"
                   MOVE "Y" TO WS-RAGR-FOUND
               END-IF
               IF WS-RAGR-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-RAGR-FILE-PROCEDURE.
      *    com a tabela transbordada, regravar a partir dela apagaria
      *    os contratos alem dos 500 carregados:
           IF WS-RAGR-OVERFLOW = "Y"
               DISPLAY "ERRO: rental-agreements com mais linhas do "
                   "que a tabela (500) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT RENTAL-AGREEMENT-FILE
               PERFORM VARYING RA-IDX FROM 1 BY 1
                   UNTIL RA-IDX > WS-RAGR-COUNT
                   MOVE WS-RA-NUMERO(RA-IDX)     TO RA-NUMERO
                   MOVE WS-RA-CUSTNO(RA-IDX)     TO RA-CUSTNO
                   MOVE WS-RA-PLATE(RA-IDX)      TO RA-PLATE
                   MOVE WS-RA-PLAN(RA-IDX)       TO RA-PLAN
                   MOVE WS-RA-RES-PICKUP(RA-IDX) TO RA-RES-PICKUP
                   MOVE WS-RA-BRANCH(RA-IDX)     TO RA-BRANCH
                   MOVE WS-RA-LEVANT(RA-IDX)     TO RA-LEVANT
                   MOVE WS-RA-PREVISTA(RA-IDX)   TO RA-PREVISTA
                   MOVE WS-RA-KM-SAIDA(RA-IDX)   TO RA-KM-SAIDA
                   MOVE WS-RA-FUEL-SAIDA(RA-IDX) TO RA-FUEL-SAIDA
                   MOVE WS-RA-STATUS(RA-IDX)     TO RA-STATUS
                   MOVE WS-RA-DEVOL(RA-IDX)      TO RA-DEVOL
                   MOVE WS-RA-KM-ENTRADA(RA-IDX) TO RA-KM-ENTRADA
                   MOVE WS-RA-OPERADOR(RA-IDX)   TO RA-OPERADOR
                   MOVE WS-RA-CONDUTOR(RA-IDX, 1) TO RA-CONDUTOR(1)
                   MOVE WS-RA-CONDUTOR(RA-IDX, 2) TO RA-CONDUTOR(2)
                   WRITE RENTAL-AGREEMENT-RECORD
               END-PERFORM
               CLOSE RENTAL-AGREEMENT-FILE
           END-IF.
