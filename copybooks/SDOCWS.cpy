      *----------------------------------------------------------------*
      * Shared sales-documents register working-storage. COPY into
      * WORKING-STORAGE SECTION. See SDOCP.cpy for the open/write
      * paragraphs.
      *----------------------------------------------------------------*
       01  WS-SDOC-PATH      PIC X(60) VALUE "..\sales-documents.txt".
       01  WS-SDOC-ENV-VALUE PIC X(60).
       01  WS-SDOC-STATUS    PIC XX.

      * taxa de IVA dos alugueres (os precos de aluguer ja incluem o
      * imposto); RENTAL_VAT_RATE altera-a:
       01  WS-SDOC-RENTAL-TAXA PIC 99V99 VALUE 23.

      * IVA liquidado nos documentos registados nesta execucao (as
      * notas de credito abatem), para o lancamento do imposto:
       01  WS-SDOC-IVA-TOTAL   PIC S9(9)V99 VALUE ZERO.
