      *----------------------------------------------------------------*
      * Shared pump register logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-PUMP-PATHS-PROCEDURE once, then
      * LOAD-PUMPS-PROCEDURE to fill WS-PUMP-TABLE;
      * SAVE-PUMPS-PROCEDURE rewrites the register from the table.
      * A test dispense is built in PUMP-TEST-RECORD and appended
      * with APPEND-PUMP-TEST-PROCEDURE. MOVE the reference date to
      * WS-PUMP-TODAY and PERFORM WARN-PUMP-EXPIRY-PROCEDURE to list
      * the certificates expired or about to expire (the count is
      * left in WS-PUMP-N-WARN).
      *----------------------------------------------------------------*
       INIT-PUMP-PATHS-PROCEDURE.
           ACCEPT WS-PUMP-ENV-VALUE FROM ENVIRONMENT "PUMPS_FILE".
           IF WS-PUMP-ENV-VALUE NOT = SPACES
               MOVE WS-PUMP-ENV-VALUE TO WS-PUMP-PATH
           END-IF.
           ACCEPT WS-PUMP-ENV-VALUE FROM ENVIRONMENT
               "PUMP_TESTS_FILE".
           IF WS-PUMP-ENV-VALUE NOT = SPACES
               MOVE WS-PUMP-ENV-VALUE TO WS-PUMP-TEST-PATH
           END-IF.

       LOAD-PUMPS-PROCEDURE.
           MOVE ZERO TO WS-PUMP-COUNT.
           OPEN INPUT PUMP-REGISTER-FILE.
           IF WS-PUMP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PUMP-STATUS = "10"
                   READ PUMP-REGISTER-FILE
                       AT END MOVE "10" TO WS-PUMP-STATUS
                       NOT AT END
                           IF WS-PUMP-COUNT < 40
                               ADD 1 TO WS-PUMP-COUNT
                               SET PU-IDX TO WS-PUMP-COUNT
                               MOVE PU-BOMBA TO WS-PU-BOMBA(PU-IDX)
                               MOVE PU-PRODUTO
                                   TO WS-PU-PRODUTO(PU-IDX)
                               MOVE PU-CERTIFICADO
                                   TO WS-PU-CERTIFICADO(PU-IDX)
                               MOVE PU-DATA-CERT
                                   TO WS-PU-DATA-CERT(PU-IDX)
                               MOVE PU-VALIDADE
                                   TO WS-PU-VALIDADE(PU-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUMP-REGISTER-FILE
           END-IF.

       SAVE-PUMPS-PROCEDURE.
           OPEN OUTPUT PUMP-REGISTER-FILE.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUMP-COUNT
               MOVE WS-PU-BOMBA(PU-IDX) TO PU-BOMBA
               MOVE WS-PU-PRODUTO(PU-IDX) TO PU-PRODUTO
               MOVE WS-PU-CERTIFICADO(PU-IDX) TO PU-CERTIFICADO
               MOVE WS-PU-DATA-CERT(PU-IDX) TO PU-DATA-CERT
               MOVE WS-PU-VALIDADE(PU-IDX) TO PU-VALIDADE
               WRITE PUMP-REGISTER-RECORD
           END-PERFORM.
           CLOSE PUMP-REGISTER-FILE.

       APPEND-PUMP-TEST-PROCEDURE.
           OPEN EXTEND PUMP-TEST-FILE.
           IF WS-PUMP-TEST-STATUS = "35"
               OPEN OUTPUT PUMP-TEST-FILE
           END-IF.
           WRITE PUMP-TEST-RECORD.
           CLOSE PUMP-TEST-FILE.

      *    bomba sem data de validade conta como vencida (nunca foi
      *    registado o certificado):
       WARN-PUMP-EXPIRY-PROCEDURE.
           MOVE ZERO TO WS-PUMP-N-WARN.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUMP-COUNT
               IF WS-PU-VALIDADE(PU-IDX) = ZERO
                   ADD 1 TO WS-PUMP-N-WARN
                   DISPLAY "AVISO: bomba " WS-PU-BOMBA(PU-IDX)
                       " sem certificado de calibracao."
               ELSE
                   COMPUTE WS-PUMP-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-PU-VALIDADE(PU-IDX))
                       - FUNCTION INTEGER-OF-DATE(WS-PUMP-TODAY)
                   MOVE WS-PUMP-DAYS-LEFT TO M-PUMP-DAYS
                   IF WS-PUMP-DAYS-LEFT < ZERO
                       ADD 1 TO WS-PUMP-N-WARN
                       DISPLAY "AVISO: bomba " WS-PU-BOMBA(PU-IDX)
                           " certificado " WS-PU-CERTIFICADO(PU-IDX)
                           " VENCIDO em " WS-PU-VALIDADE(PU-IDX)
                   ELSE
                       IF WS-PUMP-DAYS-LEFT <= WS-PUMP-WARN-DAYS
                           ADD 1 TO WS-PUMP-N-WARN
                           DISPLAY "AVISO: bomba " WS-PU-BOMBA(PU-IDX)
                               " certificado "
                               WS-PU-CERTIFICADO(PU-IDX)
                               " vence em " M-PUMP-DAYS " dias"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
