      *----------------------------------------------------------------*
      * Shared sales-documents register logic. COPY into the
      * PROCEDURE DIVISION. PERFORM OPEN-SALES-DOCS-PROCEDURE once at
      * startup (creates the register on a fresh checkout). For each
      * document line, fill SALES-DOCS-RECORD (SD-VALOR com IVA
      * incluido e SD-TAXA) and PERFORM WRITE-SALES-DOC-PROCEDURE,
      * which splits the value into base and VAT and adds the VAT to
      * WS-SDOC-IVA-TOTAL (the run's output VAT, which the caller
      * posts to the GL journal under its own ...-IVA key). CLOSE
      * SALES-DOCS-FILE at end of run.
      *----------------------------------------------------------------*
       OPEN-SALES-DOCS-PROCEDURE.
           ACCEPT WS-SDOC-ENV-VALUE FROM ENVIRONMENT
               "SALES_DOCUMENTS_FILE".
           IF WS-SDOC-ENV-VALUE NOT = SPACES
               MOVE WS-SDOC-ENV-VALUE TO WS-SDOC-PATH
           END-IF.
           MOVE SPACES TO WS-SDOC-ENV-VALUE.
           ACCEPT WS-SDOC-ENV-VALUE FROM ENVIRONMENT
               "RENTAL_VAT_RATE".
           IF WS-SDOC-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SDOC-ENV-VALUE)
                   TO WS-SDOC-RENTAL-TAXA
           END-IF.
           OPEN EXTEND SALES-DOCS-FILE.
           IF WS-SDOC-STATUS = "35"
               OPEN OUTPUT SALES-DOCS-FILE
           END-IF.

       WRITE-SALES-DOC-PROCEDURE.
           COMPUTE SD-BASE ROUNDED = SD-VALOR * 100 / (100 + SD-TAXA).
           COMPUTE SD-IVA = SD-VALOR - SD-BASE.
           IF SD-TAXA = ZERO AND SD-ISENCAO = SPACES
               MOVE "M99" TO SD-ISENCAO
           END-IF.
           IF SD-TIPO = "NC"
               SUBTRACT SD-IVA FROM WS-SDOC-IVA-TOTAL
           ELSE
               ADD SD-IVA TO WS-SDOC-IVA-TOTAL
           END-IF.
           WRITE SALES-DOCS-RECORD.
