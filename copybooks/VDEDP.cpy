      *----------------------------------------------------------------*
      * Shared voluntary-deductions logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-VDED-PATHS-PROCEDURE, then
      * LOAD-DEDUCTION-CODES-PROCEDURE and
      * LOAD-DEDUCTION-ENROL-PROCEDURE once at startup.
      *
      * Payroll: MOVE the employee, the period and the gross to
      * WS-VD-LOOKUP-NUMERO / WS-VD-PERIOD-START / WS-VD-PERIOD-END /
      * WS-VD-GROSS and PERFORM COMPUTE-VOLUNTARY-DEDS-PROCEDURE
      * before the withholding (WS-VD-PRE-TOTAL comes off the tax
      * base); after the garnishments MOVE the net still available to
      * WS-VD-AVAILABLE and PERFORM APPLY-VOLUNTARY-DEDS-PROCEDURE,
      * which trims what does not fit and leaves WS-VD-TOTAL to come
      * off the net. For a paid employee PERFORM
      * QUEUE-VOLDED-LINES-PROCEDURE; at a clean end of run PERFORM
      * FLUSH-VOLDED-LEDGER-PROCEDURE (WS-VD-PERIOD-END set).
      *
      * Maintenance: LOOKUP-DEDUCTION-CODE-PROCEDURE by
      * WS-DC-LOOKUP-CODE, and SAVE-DEDUCTION-CODES-PROCEDURE /
      * SAVE-DEDUCTION-ENROL-PROCEDURE to rewrite the files.
      *----------------------------------------------------------------*
       INIT-VDED-PATHS-PROCEDURE.
           ACCEPT WS-VDED-ENV-VALUE FROM ENVIRONMENT
               "DEDUCTION_CODES_FILE".
           IF WS-VDED-ENV-VALUE NOT = SPACES
               MOVE WS-VDED-ENV-VALUE TO WS-VDC-PATH
           END-IF.
           ACCEPT WS-VDED-ENV-VALUE FROM ENVIRONMENT
               "DEDUCTION_ENROL_FILE".
           IF WS-VDED-ENV-VALUE NOT = SPACES
               MOVE WS-VDED-ENV-VALUE TO WS-VDE-PATH
           END-IF.
           ACCEPT WS-VDED-ENV-VALUE FROM ENVIRONMENT
               "VOLDED_LEDGER_FILE".
           IF WS-VDED-ENV-VALUE NOT = SPACES
               MOVE WS-VDED-ENV-VALUE TO WS-VDL-PATH
           END-IF.

       LOAD-DEDUCTION-CODES-PROCEDURE.
           MOVE ZERO TO WS-VDC-COUNT.
           OPEN INPUT DEDUCTION-CODES-FILE.
           IF WS-VDC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-VDC-STATUS = "10"
                   READ DEDUCTION-CODES-FILE
                       AT END MOVE "10" TO WS-VDC-STATUS
                       NOT AT END
                           IF WS-VDC-COUNT >= 50
                               MOVE "Y" TO WS-VDC-OVERFLOW
                           ELSE
                               ADD 1 TO WS-VDC-COUNT
                               SET DC-IDX TO WS-VDC-COUNT
                               MOVE DC-CODE TO WS-DC-CODE(DC-IDX)
                               MOVE DC-DESCR TO WS-DC-DESCR(DC-IDX)
                               MOVE DC-PAYEE TO WS-DC-PAYEE(DC-IDX)
                               MOVE DC-TIPO TO WS-DC-TIPO(DC-IDX)
                               MOVE DC-VALUE TO WS-DC-VALUE(DC-IDX)
                               MOVE DC-PRE-TAX
                                   TO WS-DC-PRE-TAX(DC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-CODES-FILE
           END-IF.

       LOAD-DEDUCTION-ENROL-PROCEDURE.
           MOVE ZERO TO WS-VDE-COUNT.
           OPEN INPUT DEDUCTION-ENROL-FILE.
           IF WS-VDE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-VDE-STATUS = "10"
                   READ DEDUCTION-ENROL-FILE
                       AT END MOVE "10" TO WS-VDE-STATUS
                       NOT AT END
                           IF WS-VDE-COUNT >= 300
                               MOVE "Y" TO WS-VDE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-VDE-COUNT
                               SET DE-IDX TO WS-VDE-COUNT
                               MOVE DE-NUMERO TO WS-DE-NUMERO(DE-IDX)
                               MOVE DE-CODE TO WS-DE-CODE(DE-IDX)
                               MOVE DE-START TO WS-DE-START(DE-IDX)
                               MOVE DE-END TO WS-DE-END(DE-IDX)
                               MOVE DE-VALUE TO WS-DE-VALUE(DE-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION-ENROL-FILE
           END-IF.

       SAVE-DEDUCTION-CODES-PROCEDURE.
           IF WS-VDC-OVERFLOW = "Y"
               DISPLAY "ERRO: deduction-codes com mais linhas do que "
                   "a tabela (50) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT DEDUCTION-CODES-FILE
               PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-VDC-COUNT
                   MOVE WS-DC-CODE(DC-IDX)    TO DC-CODE
                   MOVE WS-DC-DESCR(DC-IDX)   TO DC-DESCR
                   MOVE WS-DC-PAYEE(DC-IDX)   TO DC-PAYEE
                   MOVE WS-DC-TIPO(DC-IDX)    TO DC-TIPO
                   MOVE WS-DC-VALUE(DC-IDX)   TO DC-VALUE
                   MOVE WS-DC-PRE-TAX(DC-IDX) TO DC-PRE-TAX
                   WRITE DEDUCTION-CODE-RECORD
               END-PERFORM
               CLOSE DEDUCTION-CODES-FILE
           END-IF.

       SAVE-DEDUCTION-ENROL-PROCEDURE.
           IF WS-VDE-OVERFLOW = "Y"
               DISPLAY "ERRO: deduction-enrolments com mais linhas do "
                   "que a tabela (300) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT DEDUCTION-ENROL-FILE
               PERFORM VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > WS-VDE-COUNT
                   MOVE WS-DE-NUMERO(DE-IDX) TO DE-NUMERO
                   MOVE WS-DE-CODE(DE-IDX)   TO DE-CODE
                   MOVE WS-DE-START(DE-IDX)  TO DE-START
                   MOVE WS-DE-END(DE-IDX)    TO DE-END
                   MOVE WS-DE-VALUE(DE-IDX)  TO DE-VALUE
                   WRITE DEDUCTION-ENROL-RECORD
               END-PERFORM
               CLOSE DEDUCTION-ENROL-FILE
           END-IF.

       LOOKUP-DEDUCTION-CODE-PROCEDURE.
           MOVE "N" TO WS-DC-FOUND.
           PERFORM VARYING DC-IDX FROM 1 BY 1
               UNTIL DC-IDX > WS-VDC-COUNT
               IF WS-DC-CODE(DC-IDX) = WS-DC-LOOKUP-CODE
                   MOVE "Y" TO WS-DC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    uma linha por inscricao em vigor em algum dia do periodo;
      *    a percentagem incide sobre o bruto do periodo:
       COMPUTE-VOLUNTARY-DEDS-PROCEDURE.
           MOVE ZERO TO WS-VD-COUNT.
           MOVE ZERO TO WS-VD-PRE-TOTAL.
           MOVE ZERO TO WS-VD-TOTAL.
           PERFORM VARYING DE-IDX FROM 1 BY 1
               UNTIL DE-IDX > WS-VDE-COUNT
               IF WS-DE-NUMERO(DE-IDX) = WS-VD-LOOKUP-NUMERO
                   AND WS-DE-START(DE-IDX) <= WS-VD-PERIOD-END
                   AND (WS-DE-END(DE-IDX) = ZERO
                       OR WS-DE-END(DE-IDX) >= WS-VD-PERIOD-START)
                   AND WS-VD-COUNT < 10
                   MOVE WS-DE-CODE(DE-IDX) TO WS-DC-LOOKUP-CODE
                   PERFORM LOOKUP-DEDUCTION-CODE-PROCEDURE
                   IF WS-DC-FOUND = "Y"
                       ADD 1 TO WS-VD-COUNT
                       SET VD-IDX TO WS-VD-COUNT
                       MOVE WS-DC-CODE(DC-IDX) TO WS-VD-CODE(VD-IDX)
                       MOVE WS-DC-DESCR(DC-IDX) TO WS-VD-DESCR(VD-IDX)
                       MOVE WS-DC-PAYEE(DC-IDX) TO WS-VD-PAYEE(VD-IDX)
                       MOVE WS-DC-PRE-TAX(DC-IDX)
                           TO WS-VD-PRE-TAX(VD-IDX)
                       IF WS-DE-VALUE(DE-IDX) > ZERO
                           MOVE WS-DE-VALUE(DE-IDX) TO WS-VD-RATE
                       ELSE
                           MOVE WS-DC-VALUE(DC-IDX) TO WS-VD-RATE
                       END-IF
                       IF WS-DC-TIPO(DC-IDX) = "P"
                           COMPUTE WS-VD-AMOUNT(VD-IDX) ROUNDED =
                               WS-VD-GROSS * WS-VD-RATE / 100
                       ELSE
                           MOVE WS-VD-RATE TO WS-VD-AMOUNT(VD-IDX)
                       END-IF
                       IF WS-VD-PRE-TAX(VD-IDX) = "S"
                           ADD WS-VD-AMOUNT(VD-IDX) TO WS-VD-PRE-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    pela ordem das inscricoes, cada deducao leva o que ainda
      *    couber no liquido; o que nao couber nao e retido (nao
      *    carrega para o periodo seguinte):
       APPLY-VOLUNTARY-DEDS-PROCEDURE.
           MOVE "N" TO WS-VD-SHORT.
           MOVE ZERO TO WS-VD-TOTAL.
           PERFORM VARYING VD-IDX FROM 1 BY 1
               UNTIL VD-IDX > WS-VD-COUNT
               IF WS-VD-AMOUNT(VD-IDX) > WS-VD-AVAILABLE
                   MOVE WS-VD-AVAILABLE TO WS-VD-AMOUNT(VD-IDX)
                   MOVE "Y" TO WS-VD-SHORT
               END-IF
               SUBTRACT WS-VD-AMOUNT(VD-IDX) FROM WS-VD-AVAILABLE
               ADD WS-VD-AMOUNT(VD-IDX) TO WS-VD-TOTAL
           END-PERFORM.

       QUEUE-VOLDED-LINES-PROCEDURE.
           PERFORM VARYING VD-IDX FROM 1 BY 1
               UNTIL VD-IDX > WS-VD-COUNT
               IF WS-VD-AMOUNT(VD-IDX) > ZERO
                   IF WS-VDL-QCOUNT >= 600
                       MOVE "Y" TO WS-VDL-QOVERFLOW
                   ELSE
                       ADD 1 TO WS-VDL-QCOUNT
                       SET VQ-IDX TO WS-VDL-QCOUNT
                       MOVE WS-VD-LOOKUP-NUMERO TO WS-VQ-NUMERO(VQ-IDX)
                       MOVE WS-VD-CODE(VD-IDX) TO WS-VQ-CODE(VQ-IDX)
                       MOVE WS-VD-PAYEE(VD-IDX) TO WS-VQ-PAYEE(VQ-IDX)
                       MOVE WS-VD-AMOUNT(VD-IDX)
                           TO WS-VQ-AMOUNT(VQ-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       FLUSH-VOLDED-LEDGER-PROCEDURE.
           IF WS-VDL-QCOUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND VOLDED-LEDGER-FILE.
           IF WS-VDL-STATUS = "35"
               OPEN OUTPUT VOLDED-LEDGER-FILE
           END-IF.
           PERFORM VARYING VQ-IDX FROM 1 BY 1
               UNTIL VQ-IDX > WS-VDL-QCOUNT
               MOVE WS-VD-PERIOD-END     TO VL-PERIOD-END
               MOVE WS-VQ-NUMERO(VQ-IDX) TO VL-NUMERO
               MOVE WS-VQ-CODE(VQ-IDX)   TO VL-CODE
               MOVE WS-VQ-PAYEE(VQ-IDX)  TO VL-PAYEE
               MOVE WS-VQ-AMOUNT(VQ-IDX) TO VL-AMOUNT
               WRITE VOLDED-LEDGER-RECORD
           END-PERFORM.
           CLOSE VOLDED-LEDGER-FILE.
           IF WS-VDL-QOVERFLOW = "Y"
               DISPLAY "ERRO: mais de 600 deducoes voluntarias no "
                   "periodo -- as restantes NAO constam do razao "
                   "de remessas."
           END-IF.
