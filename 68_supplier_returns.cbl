      *          expected credit (from the GOODS-RECEIVED cost file)
      *          until the publisher's credit note arrives -- with an
      *          aging report of returns still awaiting credit.
      *          The return candidates proposed by STOCK-AGEING (slow
      *          titles whose publisher takes returns) can be taken
      *          in one by one.
      *          A credit note received is recorded as a credit in
      *          the payables open-items ledger against the
      *          publisher, netted off its next payment.
      *          The expected credit is VAT-inclusive: the VAT at
      *          SUPPLIER_RETURN_VAT_RATE (6% by default) goes on the
      *          open item as a reduction of deductible input VAT,
      *          and the session's total is posted to the GL journal
      *          (SUPPLIER-RETURNS-IVA) when the ledger is saved.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "OPERSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *    candidatos a devolucao propostos pelo STOCK-AGEING:
           COPY "AGECSEL.cpy".

      *    contas a pagar (ficha do fornecedor e documentos em aberto):
           COPY "SUPPSEL.cpy".
           COPY "APOISEL.cpy".

      *    diario da contabilidade (regularizacao do IVA dedutivel):
           COPY "GLJRNSEL.cpy".

      *    devolucoes registadas (regravadas por inteiro ao sair):
           SELECT RETURNS-FILE
           ASSIGN TO DYNAMIC WS-RETURNS-PATH
           ASSIGN TO DYNAMIC WS-NOTES-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "OPERFD.cpy".
       COPY "EXCEPTFD.cpy".
       COPY "AGECFD.cpy".
       COPY "SUPPFD.cpy".
       COPY "APOIFD.cpy".
       COPY "GLJRNFD.cpy".

       FD  RETURNS-FILE.
       01  SUPPLIER-RETURN-RECORD.
       FD  RETURNS-NOTE-FILE.
       01  RETURNS-NOTE-LINE PIC X(70).

       COPY "SPOOLFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "OPERWS.cpy".
       COPY "EXCEPTWS.cpy".
       COPY "AGECWS.cpy".
       COPY "SUPPWS.cpy".
       COPY "APOIWS.cpy".
       COPY "GLJRNWS.cpy".

       01  WS-RETURNS-PATH    PIC X(60)
           VALUE "..\supplier-returns.txt".
       01  M-EXPECTED    PIC Z(5)9.99.
       01  M-TOT-EXPECTED PIC Z(7)9.99.
       01  WS-TOT-EXPECTED PIC 9(9)V99.
       01  WS-CONFIRM    PIC X.
       01  WS-N-CANDIDATES PIC 9(4).

      * taxa de IVA do credito esperado (valor com IVA incluido) e
      * IVA das notas de credito lancadas nesta sessao (negativo):
       01  WS-RETURN-VAT-RATE PIC 99V99 VALUE 6.
       01  WS-INPUT-IVA       PIC S9(9)V99 VALUE ZERO.

       COPY "SPOOLWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-NOTES-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "SUPPLIER_RETURN_VAT_RATE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                   TO WS-RETURN-VAT-RATE
           END-IF.

           MOVE "SUPPLIER-RETURNS" TO WS-RJ-JOB.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM LOAD-BOOK-COSTS-PROCEDURE.
           PERFORM LOAD-RETURNS-PROCEDURE.
           PERFORM INIT-AGEC-PATH-PROCEDURE.
           PERFORM INIT-SUPP-PATH-PROCEDURE.
           PERFORM LOAD-SUPP-FILE-PROCEDURE.
           PERFORM INIT-APOI-PATH-PROCEDURE.
           PERFORM LOAD-APOI-FILE-PROCEDURE.
           IF WS-RET-OVERFLOW = "Y"
               DISPLAY "ERRO: supplier-returns com mais linhas do que "
                   "a tabela (200) -- arquive as devolucoes "
                   WHEN "2" PERFORM PRINT-NOTES-PROCEDURE
                   WHEN "3" PERFORM RECORD-CREDIT-PROCEDURE
                   WHEN "4" PERFORM AGING-REPORT-PROCEDURE
                   WHEN "6" PERFORM AGEING-CANDIDATES-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               PERFORM SAVE-STOCK-MASTER-PROCEDURE
               DISPLAY "Devolucoes gravadas em " WS-RETURNS-PATH "."
           END-IF.
           IF WS-APOI-DIRTY = "Y"
               PERFORM SAVE-APOI-FILE-PROCEDURE
           END-IF.
      *    IVA das notas de credito, a abater ao IVA dedutivel
      *    (mapeamento da chave SUPPLIER-RETURNS-IVA; o montante
      *    negativo lanca o par invertido):
           IF WS-INPUT-IVA NOT = ZERO
               PERFORM OPEN-GL-JOURNAL-PROCEDURE
               MOVE "SUPPLIER-RETURNS-IVA" TO WS-GL-KEY
               MOVE WS-TODAY TO WS-GL-DATE
               MOVE WS-INPUT-IVA TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
               CLOSE GL-JOURNAL-FILE
           END-IF.
           CLOSE EXCEPTIONS-FILE.
           STOP RUN.

           DISPLAY "3 - Registar nota de credito recebida".
           DISPLAY "4 - Antiguidade de creditos em falta".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "6 - Propostas de devolucao (stock parado)".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.

           END-IF.
           DISPLAY "Editora (ate 20 caracteres): " WITH NO ADVANCING.
           ACCEPT WS-SEL-SUPPLIER.
           PERFORM REGISTER-RETURN-PROCEDURE.


      *    Devolucao de WS-SEL-QTY do titulo em SM-IDX a editora
      *    WS-SEL-SUPPLIER, ja validada:
       REGISTER-RETURN-PROCEDURE.
      *    baixa no stock pela mesma regravacao guardada do master
      *    que a contagem fisica usa:
           SUBTRACT WS-SEL-QTY FROM WS-STOCK-ON-HAND(SM-IDX).
               M-EXPECTED ").".


      *    Titulos parados ha mais de 180 dias cuja editora aceita a
      *    devolucao (linhas "D" do STOCK-AGEING): cada um e proposto
      *    com o stock atual e so e devolvido depois de confirmado.
       AGEING-CANDIDATES-PROCEDURE.
           MOVE ZERO TO WS-N-CANDIDATES.
           OPEN INPUT AGEING-CANDIDATE-FILE.
           IF WS-AGEC-STATUS = "35"
               DISPLAY "Sem propostas do STOCK-AGEING ("
                   FUNCTION TRIM(WS-AGEC-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AGEC-STATUS = "10"
               READ AGEING-CANDIDATE-FILE
                   AT END MOVE "10" TO WS-AGEC-STATUS
                   NOT AT END
                       IF AG-ACAO = "D"
                           PERFORM PROPOSE-CANDIDATE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGEING-CANDIDATE-FILE.
           IF WS-N-CANDIDATES = ZERO
               DISPLAY "Nenhuma proposta de devolucao pendente."
           END-IF.


       PROPOSE-CANDIDATE-PROCEDURE.
           MOVE AG-ISBN TO WS-STOCK-LOOKUP-ISBN.
           PERFORM LOOKUP-STOCK-PROCEDURE.
           IF WS-STOCK-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STOCK-ON-HAND(SM-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-N-CANDIDATES.
           IF AG-QTY > WS-STOCK-ON-HAND(SM-IDX)
               MOVE WS-STOCK-ON-HAND(SM-IDX) TO WS-SEL-QTY
           ELSE
               MOVE AG-QTY TO WS-SEL-QTY
           END-IF.
           DISPLAY " ".
           DISPLAY "Proposta: " AG-ISBN " " WS-STOCK-TITLE(SM-IDX).
           DISPLAY "  " AG-EDITORA " -- " AG-DIAS
               " dias sem vender -> devolver " WS-SEL-QTY.
           IF WS-RET-COUNT >= 200
               DISPLAY "Tabela de devolucoes cheia (maximo 200)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Devolver? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "S" OR WS-CONFIRM = "s"
               MOVE AG-ISBN TO WS-SEL-ISBN
               MOVE AG-EDITORA TO WS-SEL-SUPPLIER
               PERFORM REGISTER-RETURN-PROCEDURE
           END-IF.


      *    uma nota por editora, com as devolucoes ainda a aguardar
      *    credito dessa editora:
       PRINT-NOTES-PROCEDURE.
               END-IF
           END-PERFORM.
           CLOSE RETURNS-NOTE-FILE.
           MOVE "SUPPLIER-RETURNS" TO WS-SPL-PROGRAM.
           MOVE "NOTAS DE DEVOLUCAO A FORNECEDORES" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-NOTES-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Notas de devolucao em " WS-NOTES-PATH ".".


           MOVE "C" TO WS-RT-STATUS(RT-IDX).
           MOVE WS-SEL-NOTA TO WS-RT-NOTA(RT-IDX).
           MOVE "Y" TO WS-DIRTY.
           PERFORM POST-CREDIT-NOTE-PROCEDURE.
           DISPLAY "Credito registado.".


      *    a nota de credito fica como credito em aberto do fornecedor
      *    (valor negativo), abatido no proximo pagamento:
       POST-CREDIT-NOTE-PROCEDURE.
           MOVE WS-RT-SUPPLIER(RT-IDX) TO OIN-FORNEC.
           MOVE "NCRD" TO OIN-ORIGEM.
           MOVE WS-SEL-NOTA TO OIN-DOC.
           MOVE WS-RT-ISBN(RT-IDX) TO OIN-REF.
           MOVE WS-TODAY TO OIN-DATA.
           COMPUTE OIN-VALOR = 0 - WS-RT-EXPECTED(RT-IDX).
           MOVE WS-RETURN-VAT-RATE TO OIN-TAXA.
           COMPUTE OIN-IVA ROUNDED = OIN-VALOR * WS-RETURN-VAT-RATE
               / (100 + WS-RETURN-VAT-RATE).
           PERFORM ADD-OPEN-ITEM-PROCEDURE.
           IF WS-APOI-ADDED = "Y"
               ADD OIN-IVA TO WS-INPUT-IVA
           END-IF.
           IF WS-APOI-ADDED = "N"
               MOVE "SUPPLIER-RETURNS" TO EX-PROGRAM
               MOVE "Conta a pagar nao lancada" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING "NCRD " WS-SEL-NOTA " " WS-RT-SUPPLIER(RT-IDX)
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           IF WS-APOI-NO-SUPP = "Y"
               MOVE "SUPPLIER-RETURNS" TO EX-PROGRAM
               MOVE "Fornecedor sem ficha" TO EX-REASON
               MOVE OIN-FORNEC TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.


       LIST-OPEN-RETURNS-PROCEDURE.
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RET-COUNT

       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "AGECP.cpy".

       COPY "SUPPP.cpy".

       COPY "APOIP.cpy".

       COPY "GLJRNP.cpy".

       COPY "OPERP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM SUPPLIER-RETURNS.
