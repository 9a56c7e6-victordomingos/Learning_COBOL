      *----------------------------------------------------------------*
      * Shared crew-master logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-CREW-PATH-PROCEDURE then LOAD-CREW-PROCEDURE
      * once at startup. To find a pilot, MOVE the crew code to
      * WS-CREW-LOOKUP-COD and PERFORM LOOKUP-CREW-PROCEDURE; check
      * WS-CREW-FOUND and use CW-IDX. PERFORM SAVE-CREW-PROCEDURE
      * when WS-CREW-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-CREW-PATH-PROCEDURE.
           ACCEPT WS-CREW-ENV-VALUE FROM ENVIRONMENT "CREW_FILE".
           IF WS-CREW-ENV-VALUE NOT = SPACES
               MOVE WS-CREW-ENV-VALUE TO WS-CREW-PATH
           END-IF.

       LOAD-CREW-PROCEDURE.
           MOVE ZERO TO WS-CREW-COUNT.
           OPEN INPUT CREW-FILE.
           IF WS-CREW-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CREW-STATUS = "10"
                   READ CREW-FILE
                       AT END MOVE "10" TO WS-CREW-STATUS
                       NOT AT END
                           IF WS-CREW-COUNT >= 100
                               MOVE "Y" TO WS-CREW-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CREW-COUNT
                               SET CW-IDX TO WS-CREW-COUNT
                               MOVE CW-CODIGO TO WS-CW-CODIGO(CW-IDX)
                               MOVE CW-NOME TO WS-CW-NOME(CW-IDX)
                               MOVE CW-LICENCA
                                   TO WS-CW-LICENCA(CW-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREW-FILE
           END-IF.

       SAVE-CREW-PROCEDURE.
           IF WS-CREW-OVERFLOW = "Y"
               DISPLAY "ERRO: crew com mais linhas do que a "
                   "tabela (100) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT CREW-FILE
               PERFORM VARYING CW-IDX FROM 1 BY 1
                   UNTIL CW-IDX > WS-CREW-COUNT
                   MOVE WS-CW-CODIGO(CW-IDX)  TO CW-CODIGO
                   MOVE WS-CW-NOME(CW-IDX)    TO CW-NOME
                   MOVE WS-CW-LICENCA(CW-IDX) TO CW-LICENCA
                   WRITE CREW-RECORD
               END-PERFORM
               CLOSE CREW-FILE
               MOVE "N" TO WS-CREW-DIRTY
           END-IF.

       LOOKUP-CREW-PROCEDURE.
           MOVE "N" TO WS-CREW-FOUND.
           PERFORM VARYING CW-IDX FROM 1 BY 1
               UNTIL CW-IDX > WS-CREW-COUNT
               IF WS-CW-CODIGO(CW-IDX) = WS-CREW-LOOKUP-COD
                   MOVE "Y" TO WS-CREW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
