      *----------------------------------------------------------------*
      * Shared payables open-items logic. COPY into the PROCEDURE
      * DIVISION together with SUPPP.cpy. PERFORM
      * INIT-APOI-PATH-PROCEDURE then LOAD-APOI-FILE-PROCEDURE once
      * at startup (after LOAD-SUPP-FILE-PROCEDURE). To record a
      * document, fill WS-APOI-NEW (with OIN-TAXA / OIN-IVA zero
      * for a document without VAT) and PERFORM
      * ADD-OPEN-ITEM-PROCEDURE: the same supplier, origin, document
      * and reference is only recorded once, so a rerun does not owe
      * it twice; check WS-APOI-ADDED and WS-APOI-NO-SUPP. PERFORM
      * SAVE-APOI-FILE-PROCEDURE at a clean end of run when
      * WS-APOI-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-APOI-PATH-PROCEDURE.
           ACCEPT WS-APOI-ENV-VALUE FROM ENVIRONMENT
               "PAYABLES_LEDGER_FILE".
           IF WS-APOI-ENV-VALUE NOT = SPACES
               MOVE WS-APOI-ENV-VALUE TO WS-APOI-PATH
           END-IF.

      *    o registo e a entrada da tabela tem o mesmo desenho:
       LOAD-APOI-FILE-PROCEDURE.
           MOVE ZERO TO WS-APOI-COUNT.
           OPEN INPUT PAYABLES-LEDGER-FILE.
           IF WS-APOI-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-APOI-STATUS = "10"
                   READ PAYABLES-LEDGER-FILE
                       AT END MOVE "10" TO WS-APOI-STATUS
                       NOT AT END
                           IF WS-APOI-COUNT >= 2000
                               MOVE "Y" TO WS-APOI-OVERFLOW
                           ELSE
                               ADD 1 TO WS-APOI-COUNT
                               MOVE PAYABLES-LEDGER-RECORD
                                   TO WS-APOI-ENTRY(WS-APOI-COUNT)
      *                        documentos lancados antes de o IVA
      *                        ser guardado no razao ficam sem IVA:
                               IF WS-OI-IVA(WS-APOI-COUNT)
                                   IS NOT NUMERIC
                                   MOVE ZERO
                                       TO WS-OI-TAXA(WS-APOI-COUNT)
                                   MOVE ZERO
                                       TO WS-OI-IVA(WS-APOI-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYABLES-LEDGER-FILE
           END-IF.

       ADD-OPEN-ITEM-PROCEDURE.
           MOVE "N" TO WS-APOI-ADDED.
           MOVE "N" TO WS-APOI-NO-SUPP.
           IF WS-APOI-OVERFLOW = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OI-IDX FROM 1 BY 1
               UNTIL OI-IDX > WS-APOI-COUNT
               IF WS-OI-FORNEC(OI-IDX) = OIN-FORNEC
                   AND WS-OI-ORIGEM(OI-IDX) = OIN-ORIGEM
                   AND WS-OI-DOC(OI-IDX) = OIN-DOC
                   AND WS-OI-REF(OI-IDX) = OIN-REF
                   MOVE "D" TO WS-APOI-ADDED
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-APOI-ADDED = "D"
               EXIT PARAGRAPH
           END-IF.
           IF WS-APOI-COUNT >= 2000
               MOVE "Y" TO WS-APOI-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-APOI-COUNT.
           SET OI-IDX TO WS-APOI-COUNT.
           MOVE OIN-FORNEC TO WS-OI-FORNEC(OI-IDX).
           MOVE OIN-ORIGEM TO WS-OI-ORIGEM(OI-IDX).
           MOVE OIN-DOC    TO WS-OI-DOC(OI-IDX).
           MOVE OIN-REF    TO WS-OI-REF(OI-IDX).
           MOVE OIN-DATA   TO WS-OI-DATA(OI-IDX).
           MOVE OIN-DATA   TO WS-OI-VENC(OI-IDX).
           MOVE OIN-VALOR  TO WS-OI-VALOR(OI-IDX).
           MOVE OIN-TAXA   TO WS-OI-TAXA(OI-IDX).
           MOVE OIN-IVA    TO WS-OI-IVA(OI-IDX).
           MOVE "A"        TO WS-OI-STATUS(OI-IDX).
           MOVE ZERO       TO WS-OI-PAGAMENTO(OI-IDX).
           MOVE ZERO       TO WS-OI-DATA-PAGO(OI-IDX).
           MOVE OIN-FORNEC TO WS-SUPP-LOOKUP.
           PERFORM LOOKUP-SUPP-PROCEDURE.
           IF WS-SUPP-FOUND = "Y"
               COMPUTE WS-OI-VENC(OI-IDX) = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(OIN-DATA)
                   + WS-SU-PRAZO(SU-IDX))
           ELSE
               MOVE "Y" TO WS-APOI-NO-SUPP
           END-IF.
           MOVE "Y" TO WS-APOI-DIRTY.
           MOVE "Y" TO WS-APOI-ADDED.

       SAVE-APOI-FILE-PROCEDURE.
      *    com a tabela transbordada, regravar a partir dela apagaria
      *    os documentos alem dos 2000 carregados:
           IF WS-APOI-OVERFLOW = "Y"
               DISPLAY "ERRO: payables-ledger com mais linhas do "
                   "que a tabela (2000) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT PAYABLES-LEDGER-FILE
               PERFORM VARYING OI-IDX FROM 1 BY 1
                   UNTIL OI-IDX > WS-APOI-COUNT
                   MOVE WS-APOI-ENTRY(OI-IDX)
                       TO PAYABLES-LEDGER-RECORD
                   WRITE PAYABLES-LEDGER-RECORD
               END-PERFORM
               CLOSE PAYABLES-LEDGER-FILE
           END-IF.
