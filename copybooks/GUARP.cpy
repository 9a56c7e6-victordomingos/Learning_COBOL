      *----------------------------------------------------------------*
      * Shared guardian-contacts logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-GUAR-PATH-PROCEDURE then
      * LOAD-GUARDIANS-PROCEDURE once at startup; the guardians of a
      * student are the WS-GU-* rows carrying the student number.
      * Maintenance PERFORMs SAVE-GUARDIANS-PROCEDURE when
      * WS-GUAR-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-GUAR-PATH-PROCEDURE.
           ACCEPT WS-GUAR-ENV-VALUE FROM ENVIRONMENT
               "GUARDIAN_FILE".
           IF WS-GUAR-ENV-VALUE NOT = SPACES
               MOVE WS-GUAR-ENV-VALUE TO WS-GUAR-PATH
           END-IF.

       LOAD-GUARDIANS-PROCEDURE.
           MOVE ZERO TO WS-GUAR-COUNT.
           OPEN INPUT GUARDIAN-FILE.
           IF WS-GUAR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-GUAR-STATUS = "10"
                   READ GUARDIAN-FILE
                       AT END MOVE "10" TO WS-GUAR-STATUS
                       NOT AT END
                           IF WS-GUAR-COUNT >= 400
                               MOVE "Y" TO WS-GUAR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-GUAR-COUNT
                               SET GU-IDX TO WS-GUAR-COUNT
                               MOVE GU-NUMERO TO WS-GU-NUMERO(GU-IDX)
                               MOVE GU-SEQ TO WS-GU-SEQ(GU-IDX)
                               MOVE GU-NOME TO WS-GU-NOME(GU-IDX)
                               MOVE GU-RELACAO
                                   TO WS-GU-RELACAO(GU-IDX)
                               MOVE GU-MORADA TO WS-GU-MORADA(GU-IDX)
                               MOVE GU-CPOSTAL
                                   TO WS-GU-CPOSTAL(GU-IDX)
                               MOVE GU-LOCALIDADE
                                   TO WS-GU-LOCALIDADE(GU-IDX)
                               MOVE GU-TELEFONE
                                   TO WS-GU-TELEFONE(GU-IDX)
                               MOVE GU-EMAIL TO WS-GU-EMAIL(GU-IDX)
                               MOVE GU-CANAL TO WS-GU-CANAL(GU-IDX)
                               IF GU-CANAL NOT = "S"
                                   AND GU-CANAL NOT = "E"
                                   MOVE SPACE TO WS-GU-CANAL(GU-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-FILE
           END-IF.

       SAVE-GUARDIANS-PROCEDURE.
           IF WS-GUAR-OVERFLOW = "Y"
               DISPLAY "ERRO: guardians com mais linhas do que a "
                   "tabela (400) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT GUARDIAN-FILE
               PERFORM VARYING GU-IDX FROM 1 BY 1
                   UNTIL GU-IDX > WS-GUAR-COUNT
                   MOVE WS-GU-NUMERO(GU-IDX)     TO GU-NUMERO
                   MOVE WS-GU-SEQ(GU-IDX)        TO GU-SEQ
                   MOVE WS-GU-NOME(GU-IDX)       TO GU-NOME
                   MOVE WS-GU-RELACAO(GU-IDX)    TO GU-RELACAO
                   MOVE WS-GU-MORADA(GU-IDX)     TO GU-MORADA
                   MOVE WS-GU-CPOSTAL(GU-IDX)    TO GU-CPOSTAL
                   MOVE WS-GU-LOCALIDADE(GU-IDX) TO GU-LOCALIDADE
                   MOVE WS-GU-TELEFONE(GU-IDX)   TO GU-TELEFONE
                   MOVE WS-GU-EMAIL(GU-IDX)      TO GU-EMAIL
                   MOVE WS-GU-CANAL(GU-IDX)      TO GU-CANAL
                   WRITE GUARDIAN-RECORD
               END-PERFORM
               CLOSE GUARDIAN-FILE
               MOVE "N" TO WS-GUAR-DIRTY
           END-IF.
