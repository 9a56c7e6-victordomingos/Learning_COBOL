      *----------------------------------------------------------------*
      * Shared expense-claims logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-EXPC-PATHS-PROCEDURE, then
      * LOAD-EXPENSE-CLAIMS-PROCEDURE (and LOAD-MILEAGE-RATES-
      * PROCEDURE where mileage is priced) once at startup.
      *
      * Payroll: MOVE the employee to WS-EXPC-LOOKUP-NUMERO and
      * PERFORM SUM-APPROVED-CLAIMS-PROCEDURE for WS-EXPC-DUE; for a
      * paid employee set WS-EXPC-PAID-PERIOD and PERFORM
      * MARK-CLAIMS-PAID-PROCEDURE, then SAVE-EXPENSE-CLAIMS-
      * PROCEDURE at a clean end of run if WS-EXPC-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-EXPC-PATHS-PROCEDURE.
           ACCEPT WS-EXPC-ENV-VALUE FROM ENVIRONMENT
               "EXPENSE_CLAIMS_FILE".
           IF WS-EXPC-ENV-VALUE NOT = SPACES
               MOVE WS-EXPC-ENV-VALUE TO WS-EXPC-PATH
           END-IF.
           ACCEPT WS-EXPC-ENV-VALUE FROM ENVIRONMENT
               "MILEAGE_RATES_FILE".
           IF WS-EXPC-ENV-VALUE NOT = SPACES
               MOVE WS-EXPC-ENV-VALUE TO WS-MLRT-PATH
           END-IF.

       LOAD-EXPENSE-CLAIMS-PROCEDURE.
           MOVE ZERO TO WS-EXPC-COUNT.
           OPEN INPUT EXPENSE-CLAIMS-FILE.
           IF WS-EXPC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EXPC-STATUS = "10"
                   READ EXPENSE-CLAIMS-FILE
                       AT END MOVE "10" TO WS-EXPC-STATUS
                       NOT AT END
                           IF WS-EXPC-COUNT >= 500
                               MOVE "Y" TO WS-EXPC-OVERFLOW
                           ELSE
                               ADD 1 TO WS-EXPC-COUNT
                               SET EC-IDX TO WS-EXPC-COUNT
                               MOVE EXPENSE-CLAIM-RECORD
                                   TO WS-EXPC-ENTRY(EC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPENSE-CLAIMS-FILE
           END-IF.

       SAVE-EXPENSE-CLAIMS-PROCEDURE.
           IF WS-EXPC-OVERFLOW = "Y"
               DISPLAY "ERRO: expense-claims com mais linhas do que "
                   "a tabela (500) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT EXPENSE-CLAIMS-FILE
               PERFORM VARYING EC-IDX FROM 1 BY 1
                   UNTIL EC-IDX > WS-EXPC-COUNT
                   MOVE WS-EXPC-ENTRY(EC-IDX) TO EXPENSE-CLAIM-RECORD
                   WRITE EXPENSE-CLAIM-RECORD
               END-PERFORM
               CLOSE EXPENSE-CLAIMS-FILE
               MOVE "N" TO WS-EXPC-DIRTY
           END-IF.

       LOAD-MILEAGE-RATES-PROCEDURE.
           MOVE ZERO TO WS-MLRT-COUNT.
           OPEN INPUT MILEAGE-RATES-FILE.
           IF WS-MLRT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-MLRT-STATUS = "10"
                   READ MILEAGE-RATES-FILE
                       AT END MOVE "10" TO WS-MLRT-STATUS
                       NOT AT END
                           IF WS-MLRT-COUNT >= 30
                               MOVE "Y" TO WS-MLRT-OVERFLOW
                           ELSE
                               ADD 1 TO WS-MLRT-COUNT
                               SET MR-IDX TO WS-MLRT-COUNT
                               MOVE MR-YEAR TO WS-MR-YEAR(MR-IDX)
                               MOVE MR-RATE TO WS-MR-RATE(MR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MILEAGE-RATES-FILE
           END-IF.

       SAVE-MILEAGE-RATES-PROCEDURE.
           IF WS-MLRT-OVERFLOW = "Y"
               DISPLAY "ERRO: mileage-rates com mais linhas do que a "
                   "tabela (30) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT MILEAGE-RATES-FILE
               PERFORM VARYING MR-IDX FROM 1 BY 1
                   UNTIL MR-IDX > WS-MLRT-COUNT
                   MOVE WS-MR-YEAR(MR-IDX) TO MR-YEAR
                   MOVE WS-MR-RATE(MR-IDX) TO MR-RATE
                   WRITE MILEAGE-RATE-RECORD
               END-PERFORM
               CLOSE MILEAGE-RATES-FILE
           END-IF.

       LOOKUP-MILEAGE-RATE-PROCEDURE.
           MOVE "N" TO WS-MR-FOUND.
           MOVE ZERO TO WS-MR-RATE-FOUND.
           PERFORM VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > WS-MLRT-COUNT
               IF WS-MR-YEAR(MR-IDX) = WS-MR-LOOKUP-YEAR
                   MOVE "Y" TO WS-MR-FOUND
                   MOVE WS-MR-RATE(MR-IDX) TO WS-MR-RATE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    tudo o que esta aprovado e ainda nao foi pago, qualquer
      *    que seja a data da despesa:
       SUM-APPROVED-CLAIMS-PROCEDURE.
           MOVE ZERO TO WS-EXPC-DUE.
           PERFORM VARYING EC-IDX FROM 1 BY 1
               UNTIL EC-IDX > WS-EXPC-COUNT
               IF WS-EC-NUMERO(EC-IDX) = WS-EXPC-LOOKUP-NUMERO
                   AND WS-EC-STATUS(EC-IDX) = "A"
                   ADD WS-EC-AMOUNT(EC-IDX) TO WS-EXPC-DUE
               END-IF
           END-PERFORM.

       MARK-CLAIMS-PAID-PROCEDURE.
           PERFORM VARYING EC-IDX FROM 1 BY 1
               UNTIL EC-IDX > WS-EXPC-COUNT
               IF WS-EC-NUMERO(EC-IDX) = WS-EXPC-LOOKUP-NUMERO
                   AND WS-EC-STATUS(EC-IDX) = "A"
                   MOVE "X" TO WS-EC-STATUS(EC-IDX)
                   MOVE WS-EXPC-PAID-PERIOD
                       TO WS-EC-PAID-PERIOD(EC-IDX)
                   MOVE "Y" TO WS-EXPC-DIRTY
               END-IF
           END-PERFORM.
