       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFT-EXPORT.
      *=================================================================
      * Purpose: Monthly tax audit file (SAF-T PT, sales invoices).
      *          Gathers every invoice and credit note issued in the
      *          month from the sales-documents register (fuel and
      *          shop invoices, bookstore cash and account invoices,
      *          rental, fines and corporate invoices) plus the gift
      *          vouchers sold, with customer, lines, VAT rate and
      *          totals, and writes the XML file for the tax
      *          authority. Before writing anything it checks each
      *          number series for gaps, numbers used twice and
      *          document counters behind the register; with any
      *          problem it writes the problem list instead and ends
      *          with return code 1, so an incomplete file is never
      *          produced.
      *          The month defaults to the current one and can be set
      *          with SAFT_MONTH (AAAAMM); the company tax number and
      *          name come from SAFT_COMPANY_NIF / SAFT_COMPANY_NAME.
      * Author:  Victor Domingos
      * Date:    2026-10-15
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    registo de documentos de venda e vales-oferta vendidos:
           COPY "SDOCSEL.cpy".
           COPY "VCHRSEL.cpy".

      *    contadores de documentos das series (um de cada vez):
           SELECT COUNTER-FILE
           ASSIGN TO DYNAMIC WS-CTR-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTR-STATUS.

      *    ficheiro SAF-T e lista de problemas da exportacao:
           SELECT SAFT-FILE
           ASSIGN TO DYNAMIC WS-SAFT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAFT-STATUS.

           SELECT PROBLEMS-FILE
           ASSIGN TO DYNAMIC WS-PROBLEMS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EXCEPTSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "SDOCFD.cpy".
           COPY "VCHRFD.cpy".

       FD  COUNTER-FILE.
       01  COUNTER-RECORD PIC 9(6).

       FD  SAFT-FILE.
       01  SAFT-LINE PIC X(250).

       FD  PROBLEMS-FILE.
       01  PROBLEMS-LINE PIC X(100).

           COPY "EXCEPTFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "SDOCWS.cpy".
           COPY "VCHRWS.cpy".
           COPY "EXCEPTWS.cpy".

       01  WS-SAFT-PATH     PIC X(60).
       01  WS-PROBLEMS-PATH PIC X(60) VALUE "..\saft-problems.txt".
       01  WS-CTR-PATH      PIC X(60).
       01  WS-ENV-VALUE     PIC X(60).
       01  WS-SAFT-STATUS   PIC XX.
       01  WS-CTR-STATUS    PIC XX.
       01  WS-CTR-VALUE     PIC 9(6).
       01  WS-CTR-FOUND     PIC X.
       01  WS-CTR-LAST      PIC 9(6).

       01  WS-EOF       PIC X.
       01  WS-TODAY     PIC 9(8).
       01  WS-MONTH     PIC 9(6).
       01  WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM   PIC 99.
       01  WS-START-DATE PIC 9(8).
       01  WS-END-DATE   PIC 9(8).
       01  WS-LAST-DAY   PIC 99.
       01  WS-DAYS-IN-MONTH PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-DAYS-TABLE REDEFINES WS-DAYS-IN-MONTH.
           05 WS-DAYS-OF PIC 99 OCCURS 12 TIMES.

      * dados da empresa (obrigatorios no ficheiro):
       01  WS-COMPANY-NIF  PIC X(9).
       01  WS-COMPANY-NAME PIC X(60).

      * series de numeracao: contador de cada uma (o dos vales
      * guarda o proximo numero, os outros o ultimo usado; a serie
      * a credito da livraria numera pelo razao dos clientes e nao
      * tem contador proprio), maior numero antes do mes, limites no
      * mes e menor numero depois do mes:
       01  WS-SR-COUNT PIC 9 VALUE 5.
       01  WS-SR-TABLE.
           05 WS-SR-ENTRY OCCURS 5 TIMES INDEXED BY SR-IDX.
               10 WS-SR-SERIE     PIC X(3).
               10 WS-SR-CTR-PATH  PIC X(60).
               10 WS-SR-CTR-NEXT  PIC X.
               10 WS-SR-PRIOR-MAX PIC 9(6).
               10 WS-SR-ALL-MAX   PIC 9(6).
               10 WS-SR-MIN       PIC 9(6).
               10 WS-SR-MAX       PIC 9(6).
               10 WS-SR-DOCS      PIC 9(5).
               10 WS-SR-NEXT-MIN  PIC 9(6).
       01  WS-SR-FOUND PIC X.

      * documentos do mes, pela ordem do registo; as linhas de cada
      * um ficam encadeadas na tabela de linhas (primeira, ultima e
      * seguinte), porque as linhas das faturas a credito chegam
      * intercaladas com as de outros documentos:
       01  WS-DC-COUNT PIC 9(5) VALUE ZERO.
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 10000 TIMES INDEXED BY DC-IDX.
               10 WS-DC-SERIE   PIC X(3).
               10 WS-DC-NUMERO  PIC 9(6).
               10 WS-DC-TIPO    PIC XX.
               10 WS-DC-DATA    PIC 9(8).
               10 WS-DC-CLIENTE PIC X(10).
               10 WS-DC-NIF     PIC X(9).
               10 WS-DC-NOME    PIC X(30).
               10 WS-DC-FIRST   PIC 9(5).
               10 WS-DC-LAST    PIC 9(5).
               10 WS-DC-BASE    PIC S9(9)V99.
               10 WS-DC-IVA     PIC S9(9)V99.
               10 WS-DC-BRUTO   PIC S9(9)V99.

       01  WS-LN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 20000 TIMES INDEXED BY LN-IDX.
               10 WS-LN-NEXT    PIC 9(5).
               10 WS-LN-LINHA   PIC 999.
               10 WS-LN-PRODUTO PIC X(20).
               10 WS-LN-DESC    PIC X(30).
               10 WS-LN-QTD     PIC 9(5).
               10 WS-LN-TAXA    PIC 99V99.
               10 WS-LN-VALOR   PIC S9(7)V99.
               10 WS-LN-BASE    PIC S9(7)V99.
               10 WS-LN-IVA     PIC S9(7)V99.
               10 WS-LN-ISENCAO PIC X(3).
       01  WS-TABLE-FULL PIC X VALUE "N".

       01  WS-DOC-FOUND  PIC X.
       01  WS-DOC-AT     PIC 9(5).
       01  WS-LINE-AT    PIC 9(5).
       01  WS-PREV-LINE  PIC 9(5).

      * numeros presentes na serie, a partir do primeiro esperado:
       01  WS-FLAG-TABLE.
           05 WS-FLAG PIC X OCCURS 20000 TIMES.
       01  WS-BASE-NO    PIC 9(6).
       01  WS-RANGE      PIC 9(7).
       01  WS-OFFSET     PIC 9(7).
       01  WS-GAP-NO     PIC 9(6).
       01  WS-GAPS       PIC 9(7).

      * problemas encontrados (listados no ficheiro de problemas):
       01  WS-N-PROBLEMS  PIC 9(5) VALUE ZERO.
       01  WS-PROBLEM     PIC X(100).
       01  WS-MAX-GAPS    PIC 99 VALUE 50.

      * tabelas-mestre do ficheiro (clientes, artigos e taxas de IVA
      * que aparecem nos documentos do mes):
       01  WS-CU-COUNT PIC 9(4) VALUE ZERO.
       01  WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 2000 TIMES INDEXED BY CU-IDX.
               10 WS-CU-ID   PIC X(10).
               10 WS-CU-NIF  PIC X(9).
               10 WS-CU-NOME PIC X(30).
       01  WS-PR-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 2000 TIMES INDEXED BY PR-IDX.
               10 WS-PR-CODE PIC X(20).
               10 WS-PR-DESC PIC X(30).
               10 WS-PR-TYPE PIC X.
       01  WS-TX-COUNT PIC 99 VALUE ZERO.
       01  WS-TX-TABLE.
           05 WS-TX-ENTRY OCCURS 20 TIMES INDEXED BY TX-IDX.
               10 WS-TX-TAXA PIC 99V99.
       01  WS-MASTER-FOUND PIC X.

       01  WS-TOTAL-DEBIT  PIC 9(11)V99.
       01  WS-TOTAL-CREDIT PIC 9(11)V99.
       01  WS-LN-SIDE      PIC S9(7)V99.
       01  WS-UNIT-PRICE   PIC 9(7)V99.
       01  WS-TAX-CODE     PIC X(3).
       01  WS-TAX-RATE     PIC 99V99.
       01  WS-ADDR-TAG     PIC X(40).
       01  WS-CUST-ID      PIC X(10).

      * montagem das linhas XML: etiqueta, valor (com &, < e >
      * escapados) e indentacao:
       01  WS-TAG        PIC X(40).
       01  WS-TAG-VALUE  PIC X(120).
       01  WS-XML-VALUE  PIC X(200).
       01  WS-INDENT     PIC 99.
       01  WS-SPACES     PIC X(20) VALUE SPACES.
       01  WS-X-I        PIC 999.
       01  WS-X-J        PIC 999.
       01  WS-X-CHAR     PIC X.

       01  WS-ISO-DATE   PIC X(10).
       01  WS-DATE-IN    PIC 9(8).
       01  WS-DATE-IN-R REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.

       01  M-AMOUNT   PIC -(10)9.99.
       01  M-NUMBER   PIC Z(5)9.
       01  M-QTY      PIC Z(4)9.
       01  M-RATE     PIC Z9.99.
       01  M-COUNT    PIC Z(4)9.
       01  M-LINE-NO  PIC ZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-SERIES-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.

           OPEN OUTPUT PROBLEMS-FILE.
           MOVE ALL "=" TO PROBLEMS-LINE.
           WRITE PROBLEMS-LINE.
           MOVE SPACES TO PROBLEMS-LINE.
           STRING "EXPORTACAO SAF-T DO MES " WS-MONTH
               "   (execucao de " WS-TODAY ")"
               DELIMITED BY SIZE INTO PROBLEMS-LINE.
           WRITE PROBLEMS-LINE.
           MOVE ALL "=" TO PROBLEMS-LINE.
           WRITE PROBLEMS-LINE.

           IF WS-COMPANY-NIF IS NOT NUMERIC
               MOVE "NIF da empresa em falta ou invalido "
                   & "(SAFT_COMPANY_NIF)" TO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
           END-IF.
           IF WS-COMPANY-NAME = SPACES
               MOVE "Nome da empresa em falta (SAFT_COMPANY_NAME)"
                   TO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
           END-IF.

           PERFORM LOAD-REGISTER-PROCEDURE.
           PERFORM LOAD-VOUCHERS-PROCEDURE.
           IF WS-TABLE-FULL = "Y"
               MOVE "Mais documentos no mes do que as tabelas "
                   & "(10000 documentos / 20000 linhas)" TO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
           END-IF.

           PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-SR-COUNT
               PERFORM CHECK-SERIES-PROCEDURE
               PERFORM CHECK-COUNTER-PROCEDURE
           END-PERFORM.

      *    com qualquer problema nao sai ficheiro nenhum: sai a lista
      *    de problemas e a execucao termina com erro:
           IF WS-N-PROBLEMS > ZERO
               MOVE SPACES TO PROBLEMS-LINE
               WRITE PROBLEMS-LINE
               MOVE WS-N-PROBLEMS TO M-COUNT
               STRING FUNCTION TRIM(M-COUNT)
                   " problema(s) -- ficheiro SAF-T NAO gerado."
                   DELIMITED BY SIZE INTO PROBLEMS-LINE
               WRITE PROBLEMS-LINE
               CLOSE PROBLEMS-FILE
               MOVE "SAFT-EXPORT" TO WS-SPL-PROGRAM
               MOVE "PROBLEMAS DO SAF-T" TO WS-SPL-TITLE
               MOVE "F" TO WS-SPL-CLASS
               MOVE WS-PROBLEMS-PATH TO WS-SPL-SOURCE-PATH
               PERFORM ARCHIVE-REPORT-PROCEDURE
               MOVE "SAFT-EXPORT" TO EX-PROGRAM
               MOVE "Exportacao SAF-T recusada" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING "mes " WS-MONTH ", " FUNCTION TRIM(M-COUNT)
                   " problema(s)" DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               CLOSE EXCEPTIONS-FILE
               DISPLAY "ERRO: " FUNCTION TRIM(M-COUNT)
                   " problema(s) na numeracao/dados do mes " WS-MONTH
                   " -- ver " FUNCTION TRIM(WS-PROBLEMS-PATH) "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-MASTERS-PROCEDURE.
           PERFORM WRITE-SAFT-PROCEDURE.

           MOVE SPACES TO PROBLEMS-LINE.
           MOVE WS-DC-COUNT TO M-COUNT.
           STRING "Sem problemas: " FUNCTION TRIM(M-COUNT)
               " documento(s) exportado(s) para "
               FUNCTION TRIM(WS-SAFT-PATH)
               DELIMITED BY SIZE INTO PROBLEMS-LINE.
           WRITE PROBLEMS-LINE.
           CLOSE PROBLEMS-FILE.
           MOVE "SAFT-EXPORT" TO WS-SPL-PROGRAM.
           MOVE "PROBLEMAS DO SAF-T" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-PROBLEMS-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.

           DISPLAY "SAF-T do mes " WS-MONTH ": "
               FUNCTION TRIM(M-COUNT) " documento(s) em "
               FUNCTION TRIM(WS-SAFT-PATH) ".".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
      *    mes a exportar (por omissao o corrente):
           MOVE WS-TODAY(1:6) TO WS-MONTH.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFT_MONTH".
           IF WS-ENV-VALUE(1:6) IS NUMERIC
               MOVE WS-ENV-VALUE(1:6) TO WS-MONTH
           END-IF.
           COMPUTE WS-START-DATE = WS-MONTH * 100 + 1.
           MOVE WS-DAYS-OF(WS-MONTH-MM) TO WS-LAST-DAY.
           IF WS-MONTH-MM = 2
               AND FUNCTION MOD(WS-MONTH-YYYY, 4) = ZERO
               AND (FUNCTION MOD(WS-MONTH-YYYY, 100) NOT = ZERO
                   OR FUNCTION MOD(WS-MONTH-YYYY, 400) = ZERO)
               MOVE 29 TO WS-LAST-DAY
           END-IF.
           COMPUTE WS-END-DATE = WS-MONTH * 100 + WS-LAST-DAY.

           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFT_COMPANY_NIF".
           MOVE WS-ENV-VALUE TO WS-COMPANY-NIF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFT_COMPANY_NAME".
           MOVE WS-ENV-VALUE TO WS-COMPANY-NAME.

           MOVE SPACES TO WS-SAFT-PATH.
           STRING "..\saft-pt-" WS-MONTH ".xml"
               DELIMITED BY SIZE INTO WS-SAFT-PATH.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SAFT-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFT_PROBLEMS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROBLEMS-PATH
           END-IF.

           ACCEPT WS-SDOC-ENV-VALUE FROM ENVIRONMENT
               "SALES_DOCUMENTS_FILE".
           IF WS-SDOC-ENV-VALUE NOT = SPACES
               MOVE WS-SDOC-ENV-VALUE TO WS-SDOC-PATH
           END-IF.
           PERFORM INIT-VOUCHER-PATH-PROCEDURE.


      *    as series e os contadores que as numeram (os mesmos
      *    caminhos e variaveis de ambiente dos programas emissores):
       INIT-SERIES-PROCEDURE.
           INITIALIZE WS-SR-TABLE.
           MOVE "GAS" TO WS-SR-SERIE(1).
           MOVE "..\gas-invoice.ctr" TO WS-SR-CTR-PATH(1).
           MOVE "LIV" TO WS-SR-SERIE(2).
           MOVE "..\book-invoice.ctr" TO WS-SR-CTR-PATH(2).
           MOVE "LCC" TO WS-SR-SERIE(3).
           MOVE "ALU" TO WS-SR-SERIE(4).
           MOVE "..\rental-invoice.ctr" TO WS-SR-CTR-PATH(4).
           MOVE "VAL" TO WS-SR-SERIE(5).
           MOVE "..\voucher-counter.txt" TO WS-SR-CTR-PATH(5).
           MOVE "Y" TO WS-SR-CTR-NEXT(5).

           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GAS_INVOICE_CTR_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SR-CTR-PATH(1)
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOK_INVOICE_CTR".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SR-CTR-PATH(2)
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTAL_INVOICE_CTR".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SR-CTR-PATH(4)
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "VOUCHER_COUNTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SR-CTR-PATH(5)
           END-IF.

           PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-SR-COUNT
               MOVE 999999 TO WS-SR-MIN(SR-IDX)
               MOVE 999999 TO WS-SR-NEXT-MIN(SR-IDX)
           END-PERFORM.


      *    o registo inteiro: o que e anterior ou posterior ao mes so
      *    conta para a continuidade da numeracao:
       LOAD-REGISTER-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SALES-DOCS-FILE.
           IF WS-SDOC-STATUS = "35"
               DISPLAY "AVISO: sem registo de documentos de venda ("
                   FUNCTION TRIM(WS-SDOC-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SALES-DOCS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM REGISTER-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE SALES-DOCS-FILE.


      *    cada vale vendido e um documento de uma linha na serie dos
      *    vales, pelo valor facial (isento de IVA na venda -- o
      *    imposto e liquidado na fatura em que o vale e trocado):
       LOAD-VOUCHERS-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT VOUCHER-FILE.
           IF WS-VCHR-STATUS-FS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ VOUCHER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF VO-SERIAL IS NUMERIC AND VO-SERIAL > ZERO
                           INITIALIZE SALES-DOCS-RECORD
                           MOVE "VAL" TO SD-SERIE
                           MOVE VO-SERIAL TO SD-NUMERO
                           MOVE 1 TO SD-LINHA
                           MOVE "FT" TO SD-TIPO
                           MOVE VO-ISSUED TO SD-DATA
                           MOVE "VALE-OFERTA" TO SD-PRODUTO
                           STRING "Vale-oferta n. " VO-SERIAL
                               DELIMITED BY SIZE INTO SD-DESC
                           MOVE 1 TO SD-QTD
                           MOVE ZERO TO SD-TAXA
                           MOVE VO-VALUE TO SD-VALOR
                           MOVE VO-VALUE TO SD-BASE
                           MOVE ZERO TO SD-IVA
                           MOVE "M99" TO SD-ISENCAO
                           PERFORM REGISTER-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-FILE.


       REGISTER-LINE-PROCEDURE.
           MOVE "N" TO WS-SR-FOUND.
           PERFORM VARYING SR-IDX FROM 1 BY 1
               UNTIL SR-IDX > WS-SR-COUNT
               IF WS-SR-SERIE(SR-IDX) = SD-SERIE
                   MOVE "Y" TO WS-SR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SR-FOUND = "N"
               MOVE SPACES TO WS-PROBLEM
               STRING "Serie desconhecida no registo: " SD-SERIE
                   " " SD-NUMERO DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF SD-NUMERO > WS-SR-ALL-MAX(SR-IDX)
               MOVE SD-NUMERO TO WS-SR-ALL-MAX(SR-IDX)
           END-IF.
           IF SD-DATA < WS-START-DATE
               IF SD-NUMERO > WS-SR-PRIOR-MAX(SR-IDX)
                   MOVE SD-NUMERO TO WS-SR-PRIOR-MAX(SR-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF SD-DATA > WS-END-DATE
               IF SD-NUMERO < WS-SR-NEXT-MIN(SR-IDX)
                   MOVE SD-NUMERO TO WS-SR-NEXT-MIN(SR-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-MONTH-LINE-PROCEDURE.


      *    linha do mes: junta-se ao documento com a mesma serie e
      *    numero (um numero acima do maior ja visto na serie e
      *    sempre documento novo, o que poupa a procura no caso
      *    normal); o mesmo numero com outra data, cliente ou tipo,
      *    ou a mesma linha duas vezes, e numero repetido:
       ADD-MONTH-LINE-PROCEDURE.
           IF WS-TABLE-FULL = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-LN-COUNT >= 20000
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DOC-FOUND.
           IF WS-SR-DOCS(SR-IDX) > ZERO
               AND SD-NUMERO NOT > WS-SR-MAX(SR-IDX)
               PERFORM VARYING DC-IDX FROM WS-DC-COUNT BY -1
                   UNTIL DC-IDX < 1
                   IF WS-DC-SERIE(DC-IDX) = SD-SERIE
                       AND WS-DC-NUMERO(DC-IDX) = SD-NUMERO
                       MOVE "Y" TO WS-DOC-FOUND
                       SET WS-DOC-AT TO DC-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-DOC-FOUND = "Y"
               SET DC-IDX TO WS-DOC-AT
               IF WS-DC-TIPO(DC-IDX) NOT = SD-TIPO
                   OR WS-DC-DATA(DC-IDX) NOT = SD-DATA
                   OR WS-DC-CLIENTE(DC-IDX) NOT = SD-CLIENTE
                   MOVE SPACES TO WS-PROBLEM
                   STRING "Numero usado em dois documentos: "
                       SD-SERIE " " SD-NUMERO " (" SD-TIPO " de "
                       SD-DATA ")" DELIMITED BY SIZE INTO WS-PROBLEM
                   PERFORM ADD-PROBLEM-PROCEDURE
               END-IF
               MOVE WS-DC-FIRST(DC-IDX) TO WS-LINE-AT
               PERFORM UNTIL WS-LINE-AT = ZERO
                   IF WS-LN-LINHA(WS-LINE-AT) = SD-LINHA
                       MOVE SPACES TO WS-PROBLEM
                       STRING "Linha registada duas vezes: "
                           SD-SERIE " " SD-NUMERO " linha " SD-LINHA
                           DELIMITED BY SIZE INTO WS-PROBLEM
                       PERFORM ADD-PROBLEM-PROCEDURE
                   END-IF
                   MOVE WS-LN-NEXT(WS-LINE-AT) TO WS-LINE-AT
               END-PERFORM
           ELSE
               IF WS-DC-COUNT >= 10000
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DC-COUNT
               SET DC-IDX TO WS-DC-COUNT
               MOVE SD-SERIE TO WS-DC-SERIE(DC-IDX)
               MOVE SD-NUMERO TO WS-DC-NUMERO(DC-IDX)
               MOVE SD-TIPO TO WS-DC-TIPO(DC-IDX)
               MOVE SD-DATA TO WS-DC-DATA(DC-IDX)
               MOVE SD-CLIENTE TO WS-DC-CLIENTE(DC-IDX)
               MOVE SD-NIF TO WS-DC-NIF(DC-IDX)
               MOVE SD-NOME TO WS-DC-NOME(DC-IDX)
               MOVE ZERO TO WS-DC-FIRST(DC-IDX)
               MOVE ZERO TO WS-DC-LAST(DC-IDX)
               MOVE ZERO TO WS-DC-BASE(DC-IDX)
               MOVE ZERO TO WS-DC-IVA(DC-IDX)
               MOVE ZERO TO WS-DC-BRUTO(DC-IDX)
               ADD 1 TO WS-SR-DOCS(SR-IDX)
               IF SD-NUMERO < WS-SR-MIN(SR-IDX)
                   MOVE SD-NUMERO TO WS-SR-MIN(SR-IDX)
               END-IF
               IF SD-NUMERO > WS-SR-MAX(SR-IDX)
                   MOVE SD-NUMERO TO WS-SR-MAX(SR-IDX)
               END-IF
           END-IF.

           ADD 1 TO WS-LN-COUNT.
           SET LN-IDX TO WS-LN-COUNT.
           MOVE ZERO TO WS-LN-NEXT(LN-IDX).
           MOVE SD-LINHA TO WS-LN-LINHA(LN-IDX).
           MOVE SD-PRODUTO TO WS-LN-PRODUTO(LN-IDX).
           IF SD-PRODUTO = SPACES
               MOVE "DIVERSOS" TO WS-LN-PRODUTO(LN-IDX)
           END-IF.
           MOVE SD-DESC TO WS-LN-DESC(LN-IDX).
           MOVE SD-QTD TO WS-LN-QTD(LN-IDX).
           MOVE SD-TAXA TO WS-LN-TAXA(LN-IDX).
           MOVE SD-VALOR TO WS-LN-VALOR(LN-IDX).
           MOVE SD-BASE TO WS-LN-BASE(LN-IDX).
           MOVE SD-IVA TO WS-LN-IVA(LN-IDX).
           MOVE SD-ISENCAO TO WS-LN-ISENCAO(LN-IDX).
           IF WS-DC-FIRST(DC-IDX) = ZERO
               MOVE WS-LN-COUNT TO WS-DC-FIRST(DC-IDX)
           ELSE
               MOVE WS-DC-LAST(DC-IDX) TO WS-PREV-LINE
               MOVE WS-LN-COUNT TO WS-LN-NEXT(WS-PREV-LINE)
           END-IF.
           MOVE WS-LN-COUNT TO WS-DC-LAST(DC-IDX).
           ADD SD-BASE TO WS-DC-BASE(DC-IDX).
           ADD SD-IVA TO WS-DC-IVA(DC-IDX).
           ADD SD-VALOR TO WS-DC-BRUTO(DC-IDX).


      *    continuidade da serie no mes: o primeiro numero do mes e o
      *    seguinte ao ultimo antes dele (uma serie ainda sem nada
      *    antes do mes comeca onde comeca), nao pode faltar nenhum
      *    ate ao ultimo, e nenhum documento depois do mes pode ter
      *    numero ja usado no mes:
       CHECK-SERIES-PROCEDURE.
      *    entre o ultimo numero ate ao fim do mes e o primeiro
      *    depois dele tambem nao pode faltar nenhum:
           IF WS-SR-DOCS(SR-IDX) > ZERO
               MOVE WS-SR-MAX(SR-IDX) TO WS-GAP-NO
           ELSE
               MOVE WS-SR-PRIOR-MAX(SR-IDX) TO WS-GAP-NO
           END-IF.
           IF WS-SR-NEXT-MIN(SR-IDX) < 999999
               AND WS-GAP-NO > ZERO
               AND WS-SR-NEXT-MIN(SR-IDX) > WS-GAP-NO + 1
               ADD 1 TO WS-GAP-NO
               MOVE SPACES TO WS-PROBLEM
               STRING "Falta(m) documento(s) " WS-SR-SERIE(SR-IDX)
                   " de " WS-GAP-NO " ate ao "
                   WS-SR-NEXT-MIN(SR-IDX) " (exclusive)"
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
           END-IF.
           IF WS-SR-DOCS(SR-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-SR-PRIOR-MAX(SR-IDX) > ZERO
               COMPUTE WS-BASE-NO = WS-SR-PRIOR-MAX(SR-IDX) + 1
           ELSE
               MOVE WS-SR-MIN(SR-IDX) TO WS-BASE-NO
           END-IF.

           IF WS-SR-NEXT-MIN(SR-IDX) NOT > WS-SR-MAX(SR-IDX)
               MOVE SPACES TO WS-PROBLEM
               STRING "Documento posterior ao mes com numero ja "
                   "usado no mes: " WS-SR-SERIE(SR-IDX) " "
                   WS-SR-NEXT-MIN(SR-IDX)
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
           END-IF.

           IF WS-SR-MAX(SR-IDX) < WS-BASE-NO
               COMPUTE WS-RANGE = ZERO
           ELSE
               COMPUTE WS-RANGE = WS-SR-MAX(SR-IDX) - WS-BASE-NO + 1
           END-IF.
           IF WS-RANGE > 20000
               MOVE SPACES TO WS-PROBLEM
               STRING "Numeracao da serie " WS-SR-SERIE(SR-IDX)
                   " salta de " WS-BASE-NO " para "
                   WS-SR-MAX(SR-IDX) DELIMITED BY SIZE
                   INTO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-FLAG-TABLE.
           PERFORM VARYING DC-IDX FROM 1 BY 1
               UNTIL DC-IDX > WS-DC-COUNT
               IF WS-DC-SERIE(DC-IDX) = WS-SR-SERIE(SR-IDX)
                   IF WS-DC-NUMERO(DC-IDX) < WS-BASE-NO
                       MOVE SPACES TO WS-PROBLEM
                       STRING "Numero ja usado antes do mes: "
                           WS-DC-SERIE(DC-IDX) " "
                           WS-DC-NUMERO(DC-IDX) " de "
                           WS-DC-DATA(DC-IDX)
                           DELIMITED BY SIZE INTO WS-PROBLEM
                       PERFORM ADD-PROBLEM-PROCEDURE
                   ELSE
                       COMPUTE WS-OFFSET =
                           WS-DC-NUMERO(DC-IDX) - WS-BASE-NO + 1
                       MOVE "X" TO WS-FLAG(WS-OFFSET)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-GAPS.
           PERFORM VARYING WS-OFFSET FROM 1 BY 1
               UNTIL WS-OFFSET > WS-RANGE
               IF WS-FLAG(WS-OFFSET) = SPACE
                   ADD 1 TO WS-GAPS
                   IF WS-GAPS NOT > WS-MAX-GAPS
                       COMPUTE WS-GAP-NO = WS-BASE-NO + WS-OFFSET - 1
                       MOVE SPACES TO WS-PROBLEM
                       STRING "Falta o documento "
                           WS-SR-SERIE(SR-IDX) " " WS-GAP-NO
                           DELIMITED BY SIZE INTO WS-PROBLEM
                       PERFORM ADD-PROBLEM-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GAPS > WS-MAX-GAPS
               COMPUTE WS-GAPS = WS-GAPS - WS-MAX-GAPS
               MOVE WS-GAPS TO M-COUNT
               MOVE SPACES TO WS-PROBLEM
               STRING "... e mais " FUNCTION TRIM(M-COUNT)
                   " numero(s) em falta na serie "
                   WS-SR-SERIE(SR-IDX)
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
               ADD WS-GAPS TO WS-N-PROBLEMS
           END-IF.


      *    o contador da serie nao pode estar atras do maior numero
      *    registado (o proximo documento repetiria um numero):
       CHECK-COUNTER-PROCEDURE.
           IF WS-SR-CTR-PATH(SR-IDX) = SPACES
               OR WS-SR-ALL-MAX(SR-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SR-CTR-PATH(SR-IDX) TO WS-CTR-PATH.
           PERFORM READ-COUNTER-PROCEDURE.
           IF WS-CTR-FOUND = "N"
               MOVE SPACES TO WS-PROBLEM
               STRING "Contador da serie " WS-SR-SERIE(SR-IDX)
                   " em falta: " FUNCTION TRIM(WS-CTR-PATH)
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CTR-VALUE TO WS-CTR-LAST.
           IF WS-SR-CTR-NEXT(SR-IDX) = "Y" AND WS-CTR-LAST > ZERO
               SUBTRACT 1 FROM WS-CTR-LAST
           END-IF.
           IF WS-CTR-LAST < WS-SR-ALL-MAX(SR-IDX)
               MOVE SPACES TO WS-PROBLEM
               STRING "Contador da serie " WS-SR-SERIE(SR-IDX)
                   " em " WS-CTR-LAST " mas ja ha o documento "
                   WS-SR-ALL-MAX(SR-IDX)
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM ADD-PROBLEM-PROCEDURE
           END-IF.


       READ-COUNTER-PROCEDURE.
           MOVE "N" TO WS-CTR-FOUND.
           MOVE ZERO TO WS-CTR-VALUE.
           OPEN INPUT COUNTER-FILE.
           IF WS-CTR-STATUS = "00"
               READ COUNTER-FILE
                   NOT AT END
                       MOVE COUNTER-RECORD TO WS-CTR-VALUE
                       MOVE "Y" TO WS-CTR-FOUND
               END-READ
               CLOSE COUNTER-FILE
           END-IF.


       ADD-PROBLEM-PROCEDURE.
           ADD 1 TO WS-N-PROBLEMS.
           MOVE WS-PROBLEM TO PROBLEMS-LINE.
           WRITE PROBLEMS-LINE.


      *    clientes, artigos e taxas de IVA usados nos documentos do
      *    mes, e os totais a debito e a credito das linhas:
       BUILD-MASTERS-PROCEDURE.
           MOVE ZERO TO WS-TOTAL-DEBIT.
           MOVE ZERO TO WS-TOTAL-CREDIT.
           PERFORM VARYING DC-IDX FROM 1 BY 1
               UNTIL DC-IDX > WS-DC-COUNT
               PERFORM ADD-CUSTOMER-MASTER-PROCEDURE
               MOVE WS-DC-FIRST(DC-IDX) TO WS-LINE-AT
               PERFORM UNTIL WS-LINE-AT = ZERO
                   SET LN-IDX TO WS-LINE-AT
                   PERFORM ADD-PRODUCT-MASTER-PROCEDURE
                   PERFORM ADD-TAX-MASTER-PROCEDURE
                   PERFORM LINE-SIDE-PROCEDURE
                   IF WS-LN-SIDE < ZERO
                       SUBTRACT WS-LN-SIDE FROM WS-TOTAL-DEBIT
                   ELSE
                       ADD WS-LN-SIDE TO WS-TOTAL-CREDIT
                   END-IF
                   MOVE WS-LN-NEXT(LN-IDX) TO WS-LINE-AT
               END-PERFORM
           END-PERFORM.


       ADD-CUSTOMER-MASTER-PROCEDURE.
           PERFORM CUSTOMER-ID-PROCEDURE.
           MOVE "N" TO WS-MASTER-FOUND.
           PERFORM VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CU-COUNT
               IF WS-CU-ID(CU-IDX) = WS-CUST-ID
                   MOVE "Y" TO WS-MASTER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MASTER-FOUND = "N" AND WS-CU-COUNT < 2000
               ADD 1 TO WS-CU-COUNT
               SET CU-IDX TO WS-CU-COUNT
               MOVE WS-CUST-ID TO WS-CU-ID(CU-IDX)
               IF WS-DC-CLIENTE(DC-IDX) = SPACES
                   MOVE "999999990" TO WS-CU-NIF(CU-IDX)
                   MOVE "Consumidor final" TO WS-CU-NOME(CU-IDX)
               ELSE
                   MOVE WS-DC-NIF(DC-IDX) TO WS-CU-NIF(CU-IDX)
                   MOVE WS-DC-NOME(DC-IDX) TO WS-CU-NOME(CU-IDX)
                   IF WS-DC-NIF(DC-IDX) = SPACES
                       OR WS-DC-NIF(DC-IDX) = ZERO
                       MOVE "999999990" TO WS-CU-NIF(CU-IDX)
                   END-IF
                   IF WS-DC-NOME(DC-IDX) = SPACES
                       MOVE WS-DC-CLIENTE(DC-IDX)
                           TO WS-CU-NOME(CU-IDX)
                   END-IF
               END-IF
           END-IF.


      *    consumidor final sem ficha: cliente generico "CF":
       CUSTOMER-ID-PROCEDURE.
           IF WS-DC-CLIENTE(DC-IDX) = SPACES
               MOVE "CF" TO WS-CUST-ID
           ELSE
               MOVE WS-DC-CLIENTE(DC-IDX) TO WS-CUST-ID
           END-IF.


       ADD-PRODUCT-MASTER-PROCEDURE.
           MOVE "N" TO WS-MASTER-FOUND.
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PR-COUNT
               IF WS-PR-CODE(PR-IDX) = WS-LN-PRODUTO(LN-IDX)
                   MOVE "Y" TO WS-MASTER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MASTER-FOUND = "N" AND WS-PR-COUNT < 2000
               ADD 1 TO WS-PR-COUNT
               SET PR-IDX TO WS-PR-COUNT
               MOVE WS-LN-PRODUTO(LN-IDX) TO WS-PR-CODE(PR-IDX)
               MOVE WS-LN-DESC(LN-IDX) TO WS-PR-DESC(PR-IDX)
               IF WS-PR-DESC(PR-IDX) = SPACES
                   MOVE WS-LN-PRODUTO(LN-IDX) TO WS-PR-DESC(PR-IDX)
               END-IF
      *        alugueres, multas e taxas sao servicos:
               IF WS-DC-SERIE(DC-IDX) = "ALU"
                   MOVE "S" TO WS-PR-TYPE(PR-IDX)
               ELSE
                   MOVE "P" TO WS-PR-TYPE(PR-IDX)
               END-IF
           END-IF.


       ADD-TAX-MASTER-PROCEDURE.
           MOVE "N" TO WS-MASTER-FOUND.
           PERFORM VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TX-COUNT
               IF WS-TX-TAXA(TX-IDX) = WS-LN-TAXA(LN-IDX)
                   MOVE "Y" TO WS-MASTER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-MASTER-FOUND = "N" AND WS-TX-COUNT < 20
               ADD 1 TO WS-TX-COUNT
               MOVE WS-LN-TAXA(LN-IDX) TO WS-TX-TAXA(WS-TX-COUNT)
           END-IF.


      *    valor da linha do lado em que entra no ficheiro: numa
      *    fatura a credito e numa nota de credito a debito (uma
      *    linha negativa passa para o outro lado):
       LINE-SIDE-PROCEDURE.
           IF WS-DC-TIPO(DC-IDX) = "NC"
               COMPUTE WS-LN-SIDE = WS-LN-BASE(LN-IDX) * -1
           ELSE
               MOVE WS-LN-BASE(LN-IDX) TO WS-LN-SIDE
           END-IF.


       TAX-CODE-PROCEDURE.
           EVALUATE WS-TAX-RATE
               WHEN 23 MOVE "NOR" TO WS-TAX-CODE
               WHEN 13 MOVE "INT" TO WS-TAX-CODE
               WHEN 6  MOVE "RED" TO WS-TAX-CODE
               WHEN 0  MOVE "ISE" TO WS-TAX-CODE
               WHEN OTHER MOVE "OUT" TO WS-TAX-CODE
           END-EVALUATE.


       WRITE-SAFT-PROCEDURE.
           OPEN OUTPUT SAFT-FILE.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SAFT-LINE.
           WRITE SAFT-LINE.
           MOVE '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:'
               & 'PT_1.04_01">' TO SAFT-LINE.
           WRITE SAFT-LINE.
           PERFORM WRITE-HEADER-PROCEDURE.
           PERFORM WRITE-MASTER-FILES-PROCEDURE.

           MOVE 1 TO WS-INDENT.
           MOVE "SourceDocuments" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 2 TO WS-INDENT.
           MOVE "SalesInvoices" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 3 TO WS-INDENT.
           MOVE WS-DC-COUNT TO M-COUNT.
           MOVE "NumberOfEntries" TO WS-TAG.
           MOVE FUNCTION TRIM(M-COUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-TOTAL-DEBIT TO M-AMOUNT.
           MOVE "TotalDebit" TO WS-TAG.
           MOVE FUNCTION TRIM(M-AMOUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-TOTAL-CREDIT TO M-AMOUNT.
           MOVE "TotalCredit" TO WS-TAG.
           MOVE FUNCTION TRIM(M-AMOUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           PERFORM VARYING DC-IDX FROM 1 BY 1
               UNTIL DC-IDX > WS-DC-COUNT
               PERFORM WRITE-INVOICE-PROCEDURE
           END-PERFORM.
           MOVE 2 TO WS-INDENT.
           MOVE "SalesInvoices" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.
           MOVE 1 TO WS-INDENT.
           MOVE "SourceDocuments" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.
           MOVE "</AuditFile>" TO SAFT-LINE.
           WRITE SAFT-LINE.
           CLOSE SAFT-FILE.


       WRITE-HEADER-PROCEDURE.
           MOVE 1 TO WS-INDENT.
           MOVE "Header" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 2 TO WS-INDENT.
           MOVE "AuditFileVersion" TO WS-TAG.
           MOVE "1.04_01" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "CompanyID" TO WS-TAG.
           MOVE WS-COMPANY-NIF TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "TaxRegistrationNumber" TO WS-TAG.
           MOVE WS-COMPANY-NIF TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "TaxAccountingBasis" TO WS-TAG.
           MOVE "F" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "CompanyName" TO WS-TAG.
           MOVE WS-COMPANY-NAME TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "CompanyAddress" TO WS-TAG.
           PERFORM WRITE-ADDRESS-PROCEDURE.
           MOVE "FiscalYear" TO WS-TAG.
           MOVE WS-MONTH-YYYY TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-START-DATE TO WS-DATE-IN.
           PERFORM ISO-DATE-PROCEDURE.
           MOVE "StartDate" TO WS-TAG.
           MOVE WS-ISO-DATE TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-END-DATE TO WS-DATE-IN.
           PERFORM ISO-DATE-PROCEDURE.
           MOVE "EndDate" TO WS-TAG.
           MOVE WS-ISO-DATE TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "CurrencyCode" TO WS-TAG.
           MOVE "EUR" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-TODAY TO WS-DATE-IN.
           PERFORM ISO-DATE-PROCEDURE.
           MOVE "DateCreated" TO WS-TAG.
           MOVE WS-ISO-DATE TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "TaxEntity" TO WS-TAG.
           MOVE "Global" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "ProductCompanyTaxID" TO WS-TAG.
           MOVE WS-COMPANY-NIF TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "SoftwareCertificateNumber" TO WS-TAG.
           MOVE "0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "ProductID" TO WS-TAG.
           MOVE "SAFT-EXPORT/Victor Domingos" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "ProductVersion" TO WS-TAG.
           MOVE "1.0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE 1 TO WS-INDENT.
           MOVE "Header" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.


      *    os ficheiros nao guardam moradas: sai o valor que o
      *    esquema aceita para morada desconhecida (etiqueta em
      *    WS-TAG, ao nivel atual de indentacao):
       WRITE-ADDRESS-PROCEDURE.
           MOVE WS-TAG TO WS-ADDR-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           ADD 1 TO WS-INDENT.
           MOVE "AddressDetail" TO WS-TAG.
           MOVE "Desconhecido" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "City" TO WS-TAG.
           MOVE "Desconhecido" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "PostalCode" TO WS-TAG.
           MOVE "Desconhecido" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "Country" TO WS-TAG.
           MOVE "PT" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           SUBTRACT 1 FROM WS-INDENT.
           MOVE WS-ADDR-TAG TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.


       WRITE-MASTER-FILES-PROCEDURE.
           MOVE 1 TO WS-INDENT.
           MOVE "MasterFiles" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.

           PERFORM VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CU-COUNT
               MOVE 2 TO WS-INDENT
               MOVE "Customer" TO WS-TAG
               PERFORM OPEN-TAG-PROCEDURE
               MOVE 3 TO WS-INDENT
               MOVE "CustomerID" TO WS-TAG
               MOVE WS-CU-ID(CU-IDX) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "AccountID" TO WS-TAG
               MOVE "Desconhecido" TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "CustomerTaxID" TO WS-TAG
               MOVE WS-CU-NIF(CU-IDX) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "CompanyName" TO WS-TAG
               MOVE WS-CU-NOME(CU-IDX) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "BillingAddress" TO WS-TAG
               PERFORM WRITE-ADDRESS-PROCEDURE
               MOVE "SelfBillingIndicator" TO WS-TAG
               MOVE "0" TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE 2 TO WS-INDENT
               MOVE "Customer" TO WS-TAG
               PERFORM CLOSE-TAG-PROCEDURE
           END-PERFORM.

           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PR-COUNT
               MOVE 2 TO WS-INDENT
               MOVE "Product" TO WS-TAG
               PERFORM OPEN-TAG-PROCEDURE
               MOVE 3 TO WS-INDENT
               MOVE "ProductType" TO WS-TAG
               MOVE WS-PR-TYPE(PR-IDX) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "ProductCode" TO WS-TAG
               MOVE WS-PR-CODE(PR-IDX) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "ProductDescription" TO WS-TAG
               MOVE WS-PR-DESC(PR-IDX) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "ProductNumberCode" TO WS-TAG
               MOVE WS-PR-CODE(PR-IDX) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE 2 TO WS-INDENT
               MOVE "Product" TO WS-TAG
               PERFORM CLOSE-TAG-PROCEDURE
           END-PERFORM.

           MOVE 2 TO WS-INDENT.
           MOVE "TaxTable" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           PERFORM VARYING TX-IDX FROM 1 BY 1
               UNTIL TX-IDX > WS-TX-COUNT
               MOVE 3 TO WS-INDENT
               MOVE "TaxTableEntry" TO WS-TAG
               PERFORM OPEN-TAG-PROCEDURE
               MOVE 4 TO WS-INDENT
               MOVE "TaxType" TO WS-TAG
               MOVE "IVA" TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "TaxCountryRegion" TO WS-TAG
               MOVE "PT" TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE WS-TX-TAXA(TX-IDX) TO WS-TAX-RATE
               PERFORM TAX-CODE-PROCEDURE
               MOVE "TaxCode" TO WS-TAG
               MOVE WS-TAX-CODE TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE WS-TX-TAXA(TX-IDX) TO M-RATE
               MOVE "Description" TO WS-TAG
               MOVE SPACES TO WS-TAG-VALUE
               STRING "IVA " FUNCTION TRIM(M-RATE) "%"
                   DELIMITED BY SIZE INTO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "TaxPercentage" TO WS-TAG
               MOVE FUNCTION TRIM(M-RATE) TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE 3 TO WS-INDENT
               MOVE "TaxTableEntry" TO WS-TAG
               PERFORM CLOSE-TAG-PROCEDURE
           END-PERFORM.
           MOVE 2 TO WS-INDENT.
           MOVE "TaxTable" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.

           MOVE 1 TO WS-INDENT.
           MOVE "MasterFiles" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.


      *    um documento (fatura ou nota de credito) com as linhas
      *    pela ordem em que foram registadas; sem assinatura
      *    digital, o Hash sai a "0":
       WRITE-INVOICE-PROCEDURE.
           MOVE 3 TO WS-INDENT.
           MOVE "Invoice" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 4 TO WS-INDENT.
           MOVE WS-DC-NUMERO(DC-IDX) TO M-NUMBER.
           MOVE "InvoiceNo" TO WS-TAG.
           MOVE SPACES TO WS-TAG-VALUE.
           STRING WS-DC-TIPO(DC-IDX) " " WS-DC-SERIE(DC-IDX) "/"
               FUNCTION TRIM(M-NUMBER)
               DELIMITED BY SIZE INTO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "ATCUD" TO WS-TAG.
           MOVE "0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.

           MOVE WS-DC-DATA(DC-IDX) TO WS-DATE-IN.
           PERFORM ISO-DATE-PROCEDURE.
           MOVE "DocumentStatus" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 5 TO WS-INDENT.
           MOVE "InvoiceStatus" TO WS-TAG.
           MOVE "N" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "InvoiceStatusDate" TO WS-TAG.
           MOVE SPACES TO WS-TAG-VALUE.
           STRING WS-ISO-DATE "T00:00:00"
               DELIMITED BY SIZE INTO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "SourceID" TO WS-TAG.
           MOVE "SAFT-EXPORT" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "SourceBilling" TO WS-TAG.
           MOVE "P" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE 4 TO WS-INDENT.
           MOVE "DocumentStatus" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.

           MOVE "Hash" TO WS-TAG.
           MOVE "0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "HashControl" TO WS-TAG.
           MOVE "0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "Period" TO WS-TAG.
           MOVE WS-DATE-MM TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "InvoiceDate" TO WS-TAG.
           MOVE WS-ISO-DATE TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "InvoiceType" TO WS-TAG.
           MOVE WS-DC-TIPO(DC-IDX) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "SpecialRegimes" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 5 TO WS-INDENT.
           MOVE "SelfBillingIndicator" TO WS-TAG.
           MOVE "0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "CashVATSchemeIndicator" TO WS-TAG.
           MOVE "0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "ThirdPartiesBillingIndicator" TO WS-TAG.
           MOVE "0" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE 4 TO WS-INDENT.
           MOVE "SpecialRegimes" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.
           MOVE "SourceID" TO WS-TAG.
           MOVE "SAFT-EXPORT" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "SystemEntryDate" TO WS-TAG.
           MOVE SPACES TO WS-TAG-VALUE.
           STRING WS-ISO-DATE "T00:00:00"
               DELIMITED BY SIZE INTO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           PERFORM CUSTOMER-ID-PROCEDURE.
           MOVE "CustomerID" TO WS-TAG.
           MOVE WS-CUST-ID TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.

           MOVE WS-DC-FIRST(DC-IDX) TO WS-LINE-AT.
           PERFORM UNTIL WS-LINE-AT = ZERO
               SET LN-IDX TO WS-LINE-AT
               PERFORM WRITE-INVOICE-LINE-PROCEDURE
               MOVE WS-LN-NEXT(LN-IDX) TO WS-LINE-AT
           END-PERFORM.

           MOVE 4 TO WS-INDENT.
           MOVE "DocumentTotals" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 5 TO WS-INDENT.
           MOVE WS-DC-IVA(DC-IDX) TO M-AMOUNT.
           MOVE "TaxPayable" TO WS-TAG.
           MOVE FUNCTION TRIM(M-AMOUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-DC-BASE(DC-IDX) TO M-AMOUNT.
           MOVE "NetTotal" TO WS-TAG.
           MOVE FUNCTION TRIM(M-AMOUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-DC-BRUTO(DC-IDX) TO M-AMOUNT.
           MOVE "GrossTotal" TO WS-TAG.
           MOVE FUNCTION TRIM(M-AMOUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE 4 TO WS-INDENT.
           MOVE "DocumentTotals" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.
           MOVE 3 TO WS-INDENT.
           MOVE "Invoice" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.


       WRITE-INVOICE-LINE-PROCEDURE.
           MOVE 4 TO WS-INDENT.
           MOVE "Line" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 5 TO WS-INDENT.
           MOVE WS-LN-LINHA(LN-IDX) TO M-LINE-NO.
           MOVE "LineNumber" TO WS-TAG.
           MOVE FUNCTION TRIM(M-LINE-NO) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "ProductCode" TO WS-TAG.
           MOVE WS-LN-PRODUTO(LN-IDX) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "ProductDescription" TO WS-TAG.
           MOVE WS-LN-DESC(LN-IDX) TO WS-TAG-VALUE.
           IF WS-LN-DESC(LN-IDX) = SPACES
               MOVE WS-LN-PRODUTO(LN-IDX) TO WS-TAG-VALUE
           END-IF.
           PERFORM WRITE-TAG-PROCEDURE.
           IF WS-LN-QTD(LN-IDX) = ZERO
               MOVE 1 TO WS-LN-QTD(LN-IDX)
           END-IF.
           MOVE WS-LN-QTD(LN-IDX) TO M-QTY.
           MOVE "Quantity" TO WS-TAG.
           MOVE FUNCTION TRIM(M-QTY) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "UnitOfMeasure" TO WS-TAG.
           MOVE "UN" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           PERFORM LINE-SIDE-PROCEDURE.
           IF WS-LN-SIDE < ZERO
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   WS-LN-SIDE * -1 / WS-LN-QTD(LN-IDX)
           ELSE
               COMPUTE WS-UNIT-PRICE ROUNDED =
                   WS-LN-SIDE / WS-LN-QTD(LN-IDX)
           END-IF.
           MOVE WS-UNIT-PRICE TO M-AMOUNT.
           MOVE "UnitPrice" TO WS-TAG.
           MOVE FUNCTION TRIM(M-AMOUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "TaxPointDate" TO WS-TAG.
           MOVE WS-ISO-DATE TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "Description" TO WS-TAG.
           MOVE WS-LN-DESC(LN-IDX) TO WS-TAG-VALUE.
           IF WS-LN-DESC(LN-IDX) = SPACES
               MOVE WS-LN-PRODUTO(LN-IDX) TO WS-TAG-VALUE
           END-IF.
           PERFORM WRITE-TAG-PROCEDURE.
           IF WS-LN-SIDE < ZERO
               COMPUTE M-AMOUNT = WS-LN-SIDE * -1
               MOVE "DebitAmount" TO WS-TAG
           ELSE
               MOVE WS-LN-SIDE TO M-AMOUNT
               MOVE "CreditAmount" TO WS-TAG
           END-IF.
           MOVE FUNCTION TRIM(M-AMOUNT) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.

           MOVE "Tax" TO WS-TAG.
           PERFORM OPEN-TAG-PROCEDURE.
           MOVE 6 TO WS-INDENT.
           MOVE "TaxType" TO WS-TAG.
           MOVE "IVA" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE "TaxCountryRegion" TO WS-TAG.
           MOVE "PT" TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-LN-TAXA(LN-IDX) TO WS-TAX-RATE.
           PERFORM TAX-CODE-PROCEDURE.
           MOVE "TaxCode" TO WS-TAG.
           MOVE WS-TAX-CODE TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE WS-LN-TAXA(LN-IDX) TO M-RATE.
           MOVE "TaxPercentage" TO WS-TAG.
           MOVE FUNCTION TRIM(M-RATE) TO WS-TAG-VALUE.
           PERFORM WRITE-TAG-PROCEDURE.
           MOVE 5 TO WS-INDENT.
           MOVE "Tax" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.
           IF WS-LN-TAXA(LN-IDX) = ZERO
               MOVE "TaxExemptionReason" TO WS-TAG
               MOVE "Nao sujeito ou nao tributado" TO WS-TAG-VALUE
               PERFORM WRITE-TAG-PROCEDURE
               MOVE "TaxExemptionCode" TO WS-TAG
               MOVE WS-LN-ISENCAO(LN-IDX) TO WS-TAG-VALUE
               IF WS-LN-ISENCAO(LN-IDX) = SPACES
                   MOVE "M99" TO WS-TAG-VALUE
               END-IF
               PERFORM WRITE-TAG-PROCEDURE
           END-IF.
           MOVE 4 TO WS-INDENT.
           MOVE "Line" TO WS-TAG.
           PERFORM CLOSE-TAG-PROCEDURE.


       ISO-DATE-PROCEDURE.
           MOVE SPACES TO WS-ISO-DATE.
           STRING WS-DATE-YYYY "-" WS-DATE-MM "-" WS-DATE-DD
               DELIMITED BY SIZE INTO WS-ISO-DATE.


       OPEN-TAG-PROCEDURE.
           MOVE SPACES TO SAFT-LINE.
           STRING WS-SPACES(1:WS-INDENT) "<"
               FUNCTION TRIM(WS-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-LINE.
           WRITE SAFT-LINE.


       CLOSE-TAG-PROCEDURE.
           MOVE SPACES TO SAFT-LINE.
           STRING WS-SPACES(1:WS-INDENT) "</"
               FUNCTION TRIM(WS-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-LINE.
           WRITE SAFT-LINE.


      *    etiqueta com valor numa so linha; o valor leva os
      *    caracteres reservados do XML escapados:
       WRITE-TAG-PROCEDURE.
           MOVE SPACES TO WS-XML-VALUE.
           MOVE ZERO TO WS-X-J.
           PERFORM VARYING WS-X-I FROM 1 BY 1
               UNTIL WS-X-I > FUNCTION LENGTH(
                   FUNCTION TRIM(WS-TAG-VALUE TRAILING))
               MOVE WS-TAG-VALUE(WS-X-I:1) TO WS-X-CHAR
               EVALUATE WS-X-CHAR
                   WHEN "&"
                       MOVE "&amp;" TO WS-XML-VALUE(WS-X-J + 1:5)
                       ADD 5 TO WS-X-J
                   WHEN "<"
                       MOVE "&lt;" TO WS-XML-VALUE(WS-X-J + 1:4)
                       ADD 4 TO WS-X-J
                   WHEN ">"
                       MOVE "&gt;" TO WS-XML-VALUE(WS-X-J + 1:4)
                       ADD 4 TO WS-X-J
                   WHEN OTHER
                       ADD 1 TO WS-X-J
                       MOVE WS-X-CHAR TO WS-XML-VALUE(WS-X-J:1)
               END-EVALUATE
           END-PERFORM.
           IF WS-X-J = ZERO
               MOVE 1 TO WS-X-J
           END-IF.
           MOVE SPACES TO SAFT-LINE.
           STRING WS-SPACES(1:WS-INDENT) "<"
               FUNCTION TRIM(WS-TAG) ">"
               WS-XML-VALUE(1:WS-X-J)
               "</" FUNCTION TRIM(WS-TAG) ">"
               DELIMITED BY SIZE INTO SAFT-LINE.
           WRITE SAFT-LINE.
           MOVE SPACES TO WS-TAG-VALUE.


       COPY "VCHRP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM SAFT-EXPORT.
