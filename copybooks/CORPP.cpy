      *----------------------------------------------------------------*
      * Shared corporate-contract logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-CORP-PATH-PROCEDURE then
      * LOAD-CORP-FILE-PROCEDURE once at startup. To fetch a contract
      * by number, MOVE it to WS-CORP-LOOKUP-NO and PERFORM
      * LOOKUP-CORP-PROCEDURE. To find the contract a customer rents
      * under on a date, MOVE the customer number and the date to
      * WS-CORP-LOOKUP-CUSTNO / WS-CORP-LOOKUP-DATE and PERFORM
      * LOOKUP-CORP-DRIVER-PROCEDURE. Either way check WS-CORP-FOUND
      * and read the WS-CC-* fields at CC-IDX. PERFORM
      * SAVE-CORP-FILE-PROCEDURE at a clean end of run when
      * WS-CORP-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-CORP-PATH-PROCEDURE.
           ACCEPT WS-CORP-ENV-VALUE FROM ENVIRONMENT
               "CORPORATE_CONTRACTS_FILE".
           IF WS-CORP-ENV-VALUE NOT = SPACES
               MOVE WS-CORP-ENV-VALUE TO WS-CORP-PATH
           END-IF.

      *    o registo e a entrada da tabela tem o mesmo desenho:
       LOAD-CORP-FILE-PROCEDURE.
           MOVE ZERO TO WS-CORP-COUNT.
           OPEN INPUT CORPORATE-CONTRACT-FILE.
           IF WS-CORP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CORP-STATUS = "10"
                   READ CORPORATE-CONTRACT-FILE
                       AT END MOVE "10" TO WS-CORP-STATUS
                       NOT AT END
                           IF WS-CORP-COUNT >= 50
                               MOVE "Y" TO WS-CORP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CORP-COUNT
                               MOVE CORPORATE-CONTRACT-RECORD
                                   TO WS-CORP-ENTRY(WS-CORP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORPORATE-CONTRACT-FILE
           END-IF.

       LOOKUP-CORP-PROCEDURE.
           MOVE "N" TO WS-CORP-FOUND.
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CORP-COUNT
               IF WS-CC-CONTRATO(CC-IDX) = WS-CORP-LOOKUP-NO
                   MOVE "Y" TO WS-CORP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    primeiro contrato em vigor na data em que o cliente e
      *    condutor autorizado:
       LOOKUP-CORP-DRIVER-PROCEDURE.
           MOVE "N" TO WS-CORP-FOUND.
           IF WS-CORP-LOOKUP-CUSTNO = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CORP-COUNT
               IF WS-CORP-LOOKUP-DATE >= WS-CC-INICIO(CC-IDX)
                   AND WS-CORP-LOOKUP-DATE <= WS-CC-FIM(CC-IDX)
                   PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > 10
                       IF WS-CC-CONDUTOR(CC-IDX, CD-IDX)
                           = WS-CORP-LOOKUP-CUSTNO
                           MOVE "Y" TO WS-CORP-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CORP-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-CORP-FILE-PROCEDURE.
      *    com a tabela transbordada, regravar a partir dela apagaria
      *    os contratos alem dos 50 carregados:
           IF WS-CORP-OVERFLOW = "Y"
               DISPLAY "ERRO: corporate-contracts com mais linhas do "
                   "que a tabela (50) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT CORPORATE-CONTRACT-FILE
               PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CORP-COUNT
                   MOVE WS-CORP-ENTRY(CC-IDX)
                       TO CORPORATE-CONTRACT-RECORD
                   WRITE CORPORATE-CONTRACT-RECORD
               END-PERFORM
               CLOSE CORPORATE-CONTRACT-FILE
           END-IF.
