      *          actually dropped and the unit cost against the
      *          agreed price file. Matched lines go to the payable
      *          list; quantity or price mismatches go to the shared
      *          EXCEPTIONS-FILE with both values shown. Each matched
      *          delivery is folded once into the weighted-average
      *          cost of its tank at the invoice unit cost.
      *          Each matched line is also recorded once in the
      *          payables open-items ledger under FUEL_SUPPLIER, due
      *          by the supplier's payment terms, for the payment run.
      *          The invoice value is VAT-inclusive: the VAT at
      *          FUEL_VAT_RATE (23% by default) is kept on the open
      *          item as deductible input VAT, and the day's total of
      *          it is posted to the GL journal (FUEL-INVOICE-IVA).
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           ASSIGN TO DYNAMIC WS-PAYABLES-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

      *    custo medio ponderado por cisterna e guias ja custeadas
      *    (uma reexecucao sobre o mesmo ficheiro de faturas nao
      *    volta a somar a mesma entrega ao custo medio):
           COPY "FAVCSEL.cpy".
           SELECT COSTED-GUIAS-FILE
           ASSIGN TO DYNAMIC WS-COSTED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COSTED-STATUS.

           COPY "EXCEPTSEL.cpy".

      *    contas a pagar (ficha do fornecedor e documentos em aberto):
           COPY "SUPPSEL.cpy".
           COPY "APOISEL.cpy".

      *    diario da contabilidade (IVA dedutivel das faturas):
           COPY "GLJRNSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 FILLER     PIC X(2) VALUE SPACES.
           05 PY-VALUE   PIC 9(7).99.

           COPY "FAVCFD.cpy".

       FD  COSTED-GUIAS-FILE.
       01  COSTED-GUIA-RECORD.
           05 CG-GUIA    PIC X(10).
           05 CG-PRODUTO PIC X(20).
           05 CG-DATA    PIC 9(8).
           05 CG-LITROS  PIC 9(6).
           05 CG-CUSTO   PIC 9(3)V9(4).

       COPY "EXCEPTFD.cpy".
       COPY "SUPPFD.cpy".
       COPY "APOIFD.cpy".
       COPY "GLJRNFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               10 WS-DL-GUIA    PIC X(10).
               10 WS-DL-PRODUTO PIC X(20).
               10 WS-DL-LITROS  PIC 9(6).
               10 WS-DL-DATA    PIC 9(8).
       01  WS-DEL-FOUND PIC X.

      * custo medio por cisterna:
       COPY "FAVCWS.cpy".

      * guias ja custeadas em execucoes anteriores:
       01  WS-COSTED-PATH   PIC X(60)
           VALUE "..\fuel-costed-guias.txt".
       01  WS-COSTED-STATUS PIC XX.
       01  WS-CG-EOF        PIC X VALUE "N".
       01  WS-CG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CG-TABLE.
           05 WS-CG-ENTRY OCCURS 2000 TIMES INDEXED BY CG-IDX.
               10 WS-CG-GUIA    PIC X(10).
               10 WS-CG-PRODUTO PIC X(20).
       01  WS-CG-FOUND  PIC X.
       01  WS-N-COSTED  PIC 9(5) VALUE ZERO.

      * precos acordados por produto:
       01  WS-AGR-COUNT PIC 99 VALUE ZERO.
       01  WS-AGR-TABLE.
       01  M-COST2 PIC ZZ9.9999.

       COPY "EXCEPTWS.cpy".
       COPY "SUPPWS.cpy".
       COPY "APOIWS.cpy".
       COPY "GLJRNWS.cpy".

      * fornecedor das faturas de combustivel na ficha de
      * fornecedores (FUEL_SUPPLIER) e data de aprovacao:
       01  WS-FUEL-SUPPLIER PIC X(30) VALUE "FORNECEDOR COMBUSTIVEL".
       01  WS-TODAY         PIC 9(8).

      * taxa de IVA das faturas de combustivel (valor com IVA
      * incluido) e IVA dedutivel das linhas lancadas nesta execucao:
       01  WS-FUEL-VAT-RATE PIC 99V99 VALUE 23.
       01  WS-INPUT-IVA     PIC S9(9)V99 VALUE ZERO.

      *=================================================================
       PROCEDURE DIVISION.
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                   TO WS-QTY-TOLERANCE
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FUEL_COSTED_GUIAS".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-COSTED-PATH
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FUEL_SUPPLIER".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FUEL-SUPPLIER
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FUEL_VAT_RATE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-FUEL-VAT-RATE
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           PERFORM INIT-SUPP-PATH-PROCEDURE.
           PERFORM LOAD-SUPP-FILE-PROCEDURE.
           PERFORM INIT-APOI-PATH-PROCEDURE.
           PERFORM LOAD-APOI-FILE-PROCEDURE.
           PERFORM LOAD-DELIVERIES-PROCEDURE.
           PERFORM LOAD-AGREED-PRICES-PROCEDURE.
           PERFORM INIT-FAVC-PATH-PROCEDURE.
           PERFORM LOAD-FUEL-AVG-COST-PROCEDURE.
           PERFORM LOAD-COSTED-GUIAS-PROCEDURE.

           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WS-SUPINV-STATUS NOT = "00"
           CLOSE SUPPLIER-INVOICE-FILE.
           CLOSE PAYABLES-FILE.
           CLOSE EXCEPTIONS-FILE.
           IF WS-FAVC-DIRTY = "Y"
               PERFORM SAVE-FUEL-AVG-COST-PROCEDURE
           END-IF.
           IF WS-APOI-DIRTY = "Y"
               PERFORM SAVE-APOI-FILE-PROCEDURE
           END-IF.
      *    IVA dedutivel das faturas lancadas hoje, para a conta do
      *    imposto (mapeamento da chave FUEL-INVOICE-IVA):
           IF WS-INPUT-IVA NOT = ZERO
               MOVE "FUEL-INVOICE-IVA" TO WS-GL-KEY
               MOVE WS-TODAY TO WS-GL-DATE
               MOVE WS-INPUT-IVA TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
           CLOSE GL-JOURNAL-FILE.

           DISPLAY "Conferencia de faturas: " WS-N-MATCHED
               " conferidas para pagamento, " WS-N-REJECTED
               " divergentes.".
           DISPLAY "Entregas somadas ao custo medio: " WS-N-COSTED.
           STOP RUN.


           MOVE WS-LINE-VALUE TO PY-VALUE.
           WRITE PAYABLE-RECORD.
           ADD 1 TO WS-N-MATCHED.
           PERFORM POST-PAYABLE-PROCEDURE.
           PERFORM COST-DELIVERY-PROCEDURE.


      *    a entrega conferida entra no custo medio da cisterna pelos
      *    litros descarregados ao custo unitario da fatura -- uma so
      *    vez por guia e produto:
       COST-DELIVERY-PROCEDURE.
           MOVE "N" TO WS-CG-FOUND.
           PERFORM VARYING CG-IDX FROM 1 BY 1
               UNTIL CG-IDX > WS-CG-COUNT
               IF WS-CG-GUIA(CG-IDX) = SI-GUIA
                   AND WS-CG-PRODUTO(CG-IDX) = SI-PRODUTO
                   MOVE "Y" TO WS-CG-FOUND
               END-IF
               IF WS-CG-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CG-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE SI-PRODUTO TO WS-FAVC-LOOKUP-NOME.
           MOVE WS-DL-LITROS(DL-IDX) TO WS-FAVC-IN-LITROS.
           MOVE SI-COST TO WS-FAVC-IN-CUSTO.
           MOVE WS-DL-DATA(DL-IDX) TO WS-FAVC-IN-DATA.
           PERFORM RECEIVE-FUEL-COST-PROCEDURE.

           MOVE SI-GUIA TO CG-GUIA.
           MOVE SI-PRODUTO TO CG-PRODUTO.
           MOVE WS-DL-DATA(DL-IDX) TO CG-DATA.
           MOVE WS-DL-LITROS(DL-IDX) TO CG-LITROS.
           MOVE SI-COST TO CG-CUSTO.
           OPEN EXTEND COSTED-GUIAS-FILE.
           IF WS-COSTED-STATUS = "35"
               OPEN OUTPUT COSTED-GUIAS-FILE
           END-IF.
           WRITE COSTED-GUIA-RECORD.
           CLOSE COSTED-GUIAS-FILE.
           IF WS-CG-COUNT < 2000
               ADD 1 TO WS-CG-COUNT
               MOVE SI-GUIA TO WS-CG-GUIA(WS-CG-COUNT)
               MOVE SI-PRODUTO TO WS-CG-PRODUTO(WS-CG-COUNT)
           END-IF.
           ADD 1 TO WS-N-COSTED.


      *    a linha conferida fica em divida ao fornecedor (uma so vez
      *    por fatura, guia e produto, mesmo numa reexecucao):
       POST-PAYABLE-PROCEDURE.
           MOVE WS-FUEL-SUPPLIER TO OIN-FORNEC.
           MOVE "COMB" TO OIN-ORIGEM.
           MOVE SI-INVOICE TO OIN-DOC.
           MOVE SPACES TO OIN-REF.
           STRING SI-GUIA SI-PRODUTO DELIMITED BY SIZE INTO OIN-REF.
           MOVE WS-TODAY TO OIN-DATA.
           MOVE WS-LINE-VALUE TO OIN-VALOR.
           MOVE WS-FUEL-VAT-RATE TO OIN-TAXA.
           COMPUTE OIN-IVA ROUNDED = WS-LINE-VALUE * WS-FUEL-VAT-RATE
               / (100 + WS-FUEL-VAT-RATE).
           PERFORM ADD-OPEN-ITEM-PROCEDURE.
           IF WS-APOI-ADDED = "Y"
               ADD OIN-IVA TO WS-INPUT-IVA
           END-IF.
           IF WS-APOI-ADDED = "N"
               MOVE "FUEL-INVOICE-MATCH" TO EX-PROGRAM
               MOVE "Conta a pagar nao lancada" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING SI-INVOICE " guia " SI-GUIA
                   " (payables-ledger cheio)"
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           IF WS-APOI-NO-SUPP = "Y"
               MOVE "FUEL-INVOICE-MATCH" TO EX-PROGRAM
               MOVE "Fornecedor sem ficha" TO EX-REASON
               MOVE WS-FUEL-SUPPLIER TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.


       LOAD-COSTED-GUIAS-PROCEDURE.
           OPEN INPUT COSTED-GUIAS-FILE.
           IF WS-COSTED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CG-EOF = "Y"
               READ COSTED-GUIAS-FILE
                   AT END MOVE "Y" TO WS-CG-EOF
                   NOT AT END
                       IF WS-CG-COUNT < 2000
                           ADD 1 TO WS-CG-COUNT
                           MOVE CG-GUIA TO WS-CG-GUIA(WS-CG-COUNT)
                           MOVE CG-PRODUTO
                               TO WS-CG-PRODUTO(WS-CG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COSTED-GUIAS-FILE.


       LOAD-DELIVERIES-PROCEDURE.
                               TO WS-DL-PRODUTO(WS-DEL-COUNT)
                           MOVE GD-LITROS
                               TO WS-DL-LITROS(WS-DEL-COUNT)
                           MOVE GD-DATA
                               TO WS-DL-DATA(WS-DEL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       COPY "EXCEPTWR.cpy".

       COPY "FAVCP.cpy".

       COPY "SUPPP.cpy".

       COPY "APOIP.cpy".

       COPY "GLJRNP.cpy".

       END PROGRAM FUEL-INVOICE-MATCH.
