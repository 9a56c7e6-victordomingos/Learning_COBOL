      *----------------------------------------------------------------*
      * Shared scholarship-rules logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-SCHR-PATH-PROCEDURE then
      * LOAD-SCHOLARSHIP-RULES-PROCEDURE once at startup to fill
      * WS-SCHR-TABLE.
      *----------------------------------------------------------------*
       INIT-SCHR-PATH-PROCEDURE.
           ACCEPT WS-SCHR-ENV-VALUE FROM ENVIRONMENT
               "SCHOLARSHIP_RULES_FILE".
           IF WS-SCHR-ENV-VALUE NOT = SPACES
               MOVE WS-SCHR-ENV-VALUE TO WS-SCHR-PATH
           END-IF.

       LOAD-SCHOLARSHIP-RULES-PROCEDURE.
           MOVE ZERO TO WS-SCHR-COUNT.
           OPEN INPUT SCHOLARSHIP-RULES-FILE.
           IF WS-SCHR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SCHR-STATUS = "10"
                   READ SCHOLARSHIP-RULES-FILE
                       AT END MOVE "10" TO WS-SCHR-STATUS
                       NOT AT END
                           IF WS-SCHR-COUNT >= 50
                               MOVE "Y" TO WS-SCHR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-SCHR-COUNT
                               SET BR-IDX TO WS-SCHR-COUNT
                               MOVE BR-TIPO TO WS-BR-TIPO(BR-IDX)
                               MOVE BR-DESCRICAO
                                   TO WS-BR-DESCRICAO(BR-IDX)
                               MOVE BR-CURSO TO WS-BR-CURSO(BR-IDX)
                               MOVE BR-NUMERO TO WS-BR-NUMERO(BR-IDX)
                               MOVE BR-MEDIA-MIN
                                   TO WS-BR-MEDIA-MIN(BR-IDX)
                               MOVE BR-PERCENT
                                   TO WS-BR-PERCENT(BR-IDX)
                               MOVE BR-VALOR TO WS-BR-VALOR(BR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHOLARSHIP-RULES-FILE
           END-IF.
