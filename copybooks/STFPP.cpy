      *----------------------------------------------------------------*
      * Shared staff-purchases logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-STFP-PATH-PROCEDURE once at startup
      * (it also picks up the discount percentages and the monthly
      * cap from the environment).
      *
      * Sale side: PERFORM OPEN-STAFF-PURCHASES-PROCEDURE once, then
      * for each staff line MOVE the employee, date, origin,
      * description, line value (with VAT, negative for a return) and
      * the discount percentage to WS-STFP-NUMERO .. WS-STFP-PCT and
      * PERFORM WRITE-STAFF-PURCHASE-PROCEDURE; WS-STFP-NET comes back
      * with what was charged to the employee. CLOSE
      * STAFF-PURCHASES-FILE at end of run.
      *
      * Payroll side: PERFORM LOAD-STAFF-PURCHASES-PROCEDURE once at
      * startup. To recover, MOVE the employee number to
      * WS-STFP-LOOKUP-NUMERO, the net pay still available to
      * WS-STFP-AVAILABLE, the cap to WS-STFP-LIMIT and the period end
      * to WS-STFP-CUTOFF, then PERFORM
      * RECOVER-STAFF-PURCHASES-PROCEDURE. At a clean end of run
      * PERFORM SAVE-STAFF-PURCHASES-PROCEDURE (after the run is
      * marked processed, like the advances).
      *----------------------------------------------------------------*
       INIT-STFP-PATH-PROCEDURE.
           ACCEPT WS-STFP-ENV-VALUE FROM ENVIRONMENT
               "STAFF_PURCHASES_FILE".
           IF WS-STFP-ENV-VALUE NOT = SPACES
               MOVE WS-STFP-ENV-VALUE TO WS-STFP-PATH
           END-IF.
           ACCEPT WS-STFP-ENV-VALUE FROM ENVIRONMENT
               "STAFF_DISCOUNT_FUEL_PCT".
           IF WS-STFP-ENV-VALUE NOT = SPACES
               COMPUTE WS-STFP-FUEL-PCT =
                   FUNCTION NUMVAL(WS-STFP-ENV-VALUE)
           END-IF.
           ACCEPT WS-STFP-ENV-VALUE FROM ENVIRONMENT
               "STAFF_DISCOUNT_BOOK_PCT".
           IF WS-STFP-ENV-VALUE NOT = SPACES
               COMPUTE WS-STFP-BOOK-PCT =
                   FUNCTION NUMVAL(WS-STFP-ENV-VALUE)
           END-IF.
           ACCEPT WS-STFP-ENV-VALUE FROM ENVIRONMENT
               "STAFF_PURCHASE_CAP".
           IF WS-STFP-ENV-VALUE NOT = SPACES
               COMPUTE WS-STFP-CAP =
                   FUNCTION NUMVAL(WS-STFP-ENV-VALUE)
           END-IF.

      * primeira compra de sempre: o ficheiro ainda nao existe:
       OPEN-STAFF-PURCHASES-PROCEDURE.
           OPEN EXTEND STAFF-PURCHASES-FILE.
           IF WS-STFP-STATUS = "35"
               OPEN OUTPUT STAFF-PURCHASES-FILE
           END-IF.

       WRITE-STAFF-PURCHASE-PROCEDURE.
           COMPUTE WS-STFP-DISCOUNT ROUNDED =
               WS-STFP-VALUE * WS-STFP-PCT / 100.
           COMPUTE WS-STFP-NET = WS-STFP-VALUE - WS-STFP-DISCOUNT.
           MOVE WS-STFP-NUMERO   TO SP-NUMERO.
           MOVE WS-STFP-DATA     TO SP-DATA.
           MOVE WS-STFP-ORIGEM   TO SP-ORIGEM.
           MOVE WS-STFP-DESCR    TO SP-DESCR.
           MOVE WS-STFP-VALUE    TO SP-VALUE.
           MOVE WS-STFP-DISCOUNT TO SP-DISCOUNT.
           MOVE WS-STFP-NET      TO SP-NET.
           MOVE WS-STFP-NET      TO SP-SALDO.
           WRITE STAFF-PURCHASE-RECORD.

       LOAD-STAFF-PURCHASES-PROCEDURE.
           MOVE ZERO TO WS-STFP-COUNT.
           OPEN INPUT STAFF-PURCHASES-FILE.
           IF WS-STFP-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-STFP-STATUS = "10"
                   READ STAFF-PURCHASES-FILE
                       AT END MOVE "10" TO WS-STFP-STATUS
                       NOT AT END
                           IF WS-STFP-COUNT >= 500
                               MOVE "Y" TO WS-STFP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-STFP-COUNT
                               SET SP-IDX TO WS-STFP-COUNT
                               MOVE SP-NUMERO TO WS-SP-NUMERO(SP-IDX)
                               MOVE SP-DATA TO WS-SP-DATA(SP-IDX)
                               MOVE SP-ORIGEM TO WS-SP-ORIGEM(SP-IDX)
                               MOVE SP-DESCR TO WS-SP-DESCR(SP-IDX)
                               MOVE SP-VALUE TO WS-SP-VALUE(SP-IDX)
                               MOVE SP-DISCOUNT
                                   TO WS-SP-DISCOUNT(SP-IDX)
                               MOVE SP-NET TO WS-SP-NET(SP-IDX)
                               MOVE SP-SALDO TO WS-SP-SALDO(SP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-PURCHASES-FILE
           END-IF.

      *    O que o funcionario deve das compras ate a data limite
      *    (devolucoes ja abatidas) e recuperado ate ao teto e ao
      *    liquido disponivel. As linhas de devolucao sao consumidas
      *    primeiro e o montante recuperado abate as compras pela
      *    ordem do ficheiro (as mais antigas primeiro).
       RECOVER-STAFF-PURCHASES-PROCEDURE.
           MOVE ZERO TO WS-STFP-RECOVERED.
           MOVE ZERO TO WS-STFP-OWED.
           PERFORM VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > WS-STFP-COUNT
               IF WS-SP-NUMERO(SP-IDX) = WS-STFP-LOOKUP-NUMERO
                   AND WS-SP-DATA(SP-IDX) <= WS-STFP-CUTOFF
                   ADD WS-SP-SALDO(SP-IDX) TO WS-STFP-OWED
               END-IF
           END-PERFORM.

           IF WS-STFP-OWED > ZERO AND WS-STFP-AVAILABLE > ZERO
               MOVE WS-STFP-OWED TO WS-STFP-RECOVERED
               IF WS-STFP-RECOVERED > WS-STFP-LIMIT
                   MOVE WS-STFP-LIMIT TO WS-STFP-RECOVERED
               END-IF
               IF WS-STFP-RECOVERED > WS-STFP-AVAILABLE
                   MOVE WS-STFP-AVAILABLE TO WS-STFP-RECOVERED
               END-IF
           END-IF.

           IF WS-STFP-RECOVERED > ZERO
               MOVE WS-STFP-RECOVERED TO WS-STFP-POOL
               PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-STFP-COUNT
                   IF WS-SP-NUMERO(SP-IDX) = WS-STFP-LOOKUP-NUMERO
                       AND WS-SP-DATA(SP-IDX) <= WS-STFP-CUTOFF
                       AND WS-SP-SALDO(SP-IDX) < ZERO
                       SUBTRACT WS-SP-SALDO(SP-IDX) FROM WS-STFP-POOL
                       MOVE ZERO TO WS-SP-SALDO(SP-IDX)
                   END-IF
               END-PERFORM
               PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-STFP-COUNT
                   OR WS-STFP-POOL = ZERO
                   IF WS-SP-NUMERO(SP-IDX) = WS-STFP-LOOKUP-NUMERO
                       AND WS-SP-DATA(SP-IDX) <= WS-STFP-CUTOFF
                       AND WS-SP-SALDO(SP-IDX) > ZERO
                       IF WS-SP-SALDO(SP-IDX) > WS-STFP-POOL
                           SUBTRACT WS-STFP-POOL
                               FROM WS-SP-SALDO(SP-IDX)
                           MOVE ZERO TO WS-STFP-POOL
                       ELSE
                           SUBTRACT WS-SP-SALDO(SP-IDX)
                               FROM WS-STFP-POOL
                           MOVE ZERO TO WS-SP-SALDO(SP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-STFP-DIRTY
           END-IF.

      *    o que fica em divida (incluindo compras depois da data
      *    limite), para o recibo:
           MOVE ZERO TO WS-STFP-REMAINING.
           PERFORM VARYING SP-IDX FROM 1 BY 1
               UNTIL SP-IDX > WS-STFP-COUNT
               IF WS-SP-NUMERO(SP-IDX) = WS-STFP-LOOKUP-NUMERO
                   ADD WS-SP-SALDO(SP-IDX) TO WS-STFP-REMAINING
               END-IF
           END-PERFORM.

      *    so as linhas ainda com saldo voltam ao ficheiro: as
      *    recuperadas por inteiro ja constam do recibo em que sairam.
       SAVE-STAFF-PURCHASES-PROCEDURE.
           IF WS-STFP-OVERFLOW = "Y"
               DISPLAY "ERRO: staff-purchases com mais linhas do que "
                   "a tabela (500) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT STAFF-PURCHASES-FILE
               PERFORM VARYING SP-IDX FROM 1 BY 1
                   UNTIL SP-IDX > WS-STFP-COUNT
                   IF WS-SP-SALDO(SP-IDX) NOT = ZERO
                       MOVE WS-SP-NUMERO(SP-IDX)   TO SP-NUMERO
                       MOVE WS-SP-DATA(SP-IDX)     TO SP-DATA
                       MOVE WS-SP-ORIGEM(SP-IDX)   TO SP-ORIGEM
                       MOVE WS-SP-DESCR(SP-IDX)    TO SP-DESCR
                       MOVE WS-SP-VALUE(SP-IDX)    TO SP-VALUE
                       MOVE WS-SP-DISCOUNT(SP-IDX) TO SP-DISCOUNT
                       MOVE WS-SP-NET(SP-IDX)      TO SP-NET
                       MOVE WS-SP-SALDO(SP-IDX)    TO SP-SALDO
                       WRITE STAFF-PURCHASE-RECORD
                   END-IF
               END-PERFORM
               CLOSE STAFF-PURCHASES-FILE
           END-IF.
