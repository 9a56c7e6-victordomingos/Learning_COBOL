       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAT-RETURN.
      *=================================================================
      * Purpose: Periodic VAT return worksheet for all the businesses.
      *          For the chosen period (by default the last complete
      *          quarter; VAT_PERIOD_FROM / VAT_PERIOD_TO as AAAAMM)
      *          it totals the output VAT by rate and by business from
      *          the sales-documents register (fuel and shop,
      *          bookstore, rentals with fines and corporate
      *          invoices), and the deductible input VAT from the
      *          payables open-items ledger (matched fuel invoices,
      *          supplier credit notes and the other payables). It
      *          works out the VAT payable or recoverable, lays the
      *          figures out in the boxes of the official periodic
      *          return (quadro 06), and reconciles output VAT, input
      *          VAT and the net figure against the VAT accounts in
      *          the GL balances kept by GL-POST -- the accounts the
      *          ...-IVA posting keys map to in gl-accounts. A
      *          difference goes to the shared EXCEPTIONS-FILE.
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
      *    IVA liquidado (registo de documentos de venda) e IVA
      *    dedutivel (documentos dos fornecedores):
           COPY "SDOCSEL.cpy".
           COPY "APOISEL.cpy".

      *    mapeamento das chaves de lancamento e saldos do GL-POST:
           COPY "GLJRNSEL.cpy".
           SELECT GL-BALANCES-FILE
           ASSIGN TO DYNAMIC WS-GLBAL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLBAL-STATUS.

      *    folha de apuramento:
           SELECT VAT-RETURN-FILE
           ASSIGN TO DYNAMIC WS-VATR-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EXCEPTSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "SDOCFD.cpy".
           COPY "APOIFD.cpy".
           COPY "GLJRNFD.cpy".

      *    mesmo desenho do ficheiro de saldos do GL-POST:
       FD  GL-BALANCES-FILE.
       01  GL-BALANCE-RECORD.
           05 GB-ACCOUNT PIC X(8).
           05 GB-YYYYMM  PIC 9(6).
           05 GB-DEBIT   PIC 9(11)V99.
           05 GB-CREDIT  PIC 9(11)V99.

       FD  VAT-RETURN-FILE.
       01  VAT-RETURN-LINE PIC X(100).

           COPY "EXCEPTFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "SDOCWS.cpy".
           COPY "APOIWS.cpy".
           COPY "GLJRNWS.cpy".
           COPY "EXCEPTWS.cpy".

       01  WS-GLBAL-PATH   PIC X(60) VALUE "..\gl-balances.txt".
       01  WS-GLBAL-STATUS PIC XX.
       01  WS-VATR-PATH    PIC X(60) VALUE "..\vat-return.txt".
       01  WS-ENV-VALUE    PIC X(60).

       01  WS-EOF        PIC X.
       01  WS-TODAY      PIC 9(8).
       01  WS-FROM-MONTH PIC 9(6).
       01  WS-TO-MONTH   PIC 9(6).
       01  WS-DOC-MONTH  PIC 9(6).
       01  WS-CUR-YYYY   PIC 9(4).
       01  WS-CUR-MM     PIC 99.
       01  WS-Q-START    PIC 99.
       01  WS-COMPANY-NIF  PIC X(9).
       01  WS-COMPANY-NAME PIC X(60).

      * negocios do registo de vendas (a serie LCC das faturas a
      * credito da livraria conta na livraria; os vales-oferta nao
      * levam IVA na venda e nao entram no registo):
       01  WS-BUS-COUNT PIC 9 VALUE 3.
       01  WS-BUS-TABLE.
           05 WS-BUS-ENTRY OCCURS 3 TIMES INDEXED BY BU-IDX.
               10 WS-BUS-SERIE PIC X(3).
               10 WS-BUS-NOME  PIC X(24).
       01  WS-BUS-NO PIC 9.

      * IVA liquidado por negocio e taxa:
       01  WS-OUT-COUNT PIC 99 VALUE ZERO.
       01  WS-OUT-TABLE.
           05 WS-OUT-ENTRY OCCURS 40 TIMES INDEXED BY OT-IDX.
               10 WS-OUT-BUS  PIC 9.
               10 WS-OUT-TAXA PIC 99V99.
               10 WS-OUT-BASE PIC S9(9)V99.
               10 WS-OUT-IVA  PIC S9(9)V99.
               10 WS-OUT-DOCS PIC 9(6).

      * IVA dedutivel por origem do documento e taxa:
       01  WS-INP-COUNT PIC 99 VALUE ZERO.
       01  WS-INP-TABLE.
           05 WS-INP-ENTRY OCCURS 40 TIMES INDEXED BY IN-IDX.
               10 WS-INP-ORIGEM PIC X(4).
               10 WS-INP-TAXA   PIC 99V99.
               10 WS-INP-BASE   PIC S9(9)V99.
               10 WS-INP-IVA    PIC S9(9)V99.
               10 WS-INP-DOCS   PIC 9(6).
       01  WS-TABLE-FULL PIC X VALUE "N".
       01  WS-FOUND      PIC X.
       01  WS-SIGNED-BASE PIC S9(9)V99.
       01  WS-SIGNED-IVA  PIC S9(9)V99.

      * campos da declaracao periodica (quadro 06):
       01  WS-BOXES.
           05 C01 PIC S9(11)V99.
           05 C02 PIC S9(11)V99.
           05 C03 PIC S9(11)V99.
           05 C04 PIC S9(11)V99.
           05 C05 PIC S9(11)V99.
           05 C06 PIC S9(11)V99.
           05 C08 PIC S9(11)V99.
           05 C21 PIC S9(11)V99.
           05 C22 PIC S9(11)V99.
           05 C23 PIC S9(11)V99.
           05 C24 PIC S9(11)V99.
           05 C41 PIC S9(11)V99.
           05 C90 PIC S9(11)V99.
           05 C91 PIC S9(11)V99.
           05 C92 PIC S9(11)V99.
           05 C93 PIC S9(11)V99.
           05 C94 PIC S9(11)V99.
      * taxas sem campo proprio na declaracao (a corrigir na ficha
      * do artigo ou da editora), contadas a parte:
           05 WS-OTHER-BASE PIC S9(11)V99.
           05 WS-OTHER-IVA  PIC S9(11)V99.

       01  WS-TOTAL-OUTPUT PIC S9(11)V99.
       01  WS-TOTAL-INPUT  PIC S9(11)V99.
       01  WS-NET-VAT      PIC S9(11)V99.

      * chaves de lancamento do IVA: as de IVA liquidado levam o
      * imposto a credito da conta do IVA, as de IVA dedutivel a
      * debito:
       01  WS-KEY-COUNT PIC 9 VALUE 7.
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 7 TIMES INDEXED BY KY-IDX.
               10 WS-KEY-NAME PIC X(22).
               10 WS-KEY-SIDE PIC X.
       01  WS-KEY-ACCOUNT PIC X(8).
       01  WS-KEY-MAPPED  PIC X.

      * contas do IVA encontradas no mapeamento, com o movimento do
      * periodo nos saldos do GL:
       01  WS-ACC-COUNT PIC 99 VALUE ZERO.
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 14 TIMES INDEXED BY AC-IDX.
               10 WS-ACC-CODE   PIC X(8).
               10 WS-ACC-OUT    PIC X.
               10 WS-ACC-IN     PIC X.
               10 WS-ACC-DEBIT  PIC 9(12)V99.
               10 WS-ACC-CREDIT PIC 9(12)V99.
       01  WS-SHARED-ACC PIC X VALUE "N".
       01  WS-GL-OUTPUT  PIC S9(12)V99.
       01  WS-GL-INPUT   PIC S9(12)V99.
       01  WS-GL-NET     PIC S9(12)V99.
       01  WS-DIFF       PIC S9(12)V99.
       01  WS-N-DIFFS    PIC 9 VALUE ZERO.
       01  WS-N-UNMAPPED PIC 9 VALUE ZERO.

      * uma linha da folha com um ou dois campos:
       01  WS-BOX-LABEL PIC X(44).
       01  WS-BOX-NO1   PIC XX.
       01  WS-BOX-AMT1  PIC S9(11)V99.
       01  WS-BOX-NO2   PIC XX.
       01  WS-BOX-AMT2  PIC S9(11)V99.
       01  WS-REC-LABEL PIC X(24).
       01  WS-REC-SHEET PIC S9(12)V99.
       01  WS-REC-GL    PIC S9(12)V99.

       01  M-MONEY   PIC -(10)9.99.
       01  M-MONEY2  PIC -(10)9.99.
       01  M-MONEY3  PIC -(10)9.99.
       01  M-RATE    PIC Z9.99.
       01  M-DOCS    PIC Z(5)9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-TABLES-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.

           PERFORM LOAD-OUTPUT-VAT-PROCEDURE.
           PERFORM LOAD-INPUT-VAT-PROCEDURE.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "ERRO: mais combinacoes de negocio/origem e "
                   "taxa do que a tabela (40) -- folha NAO produzida."
               CLOSE EXCEPTIONS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM FILL-BOXES-PROCEDURE.
           PERFORM LOAD-GL-ACCOUNTS-PROCEDURE.
           PERFORM FIND-VAT-ACCOUNTS-PROCEDURE.
           PERFORM LOAD-GL-MOVEMENTS-PROCEDURE.

           OPEN OUTPUT VAT-RETURN-FILE.
           PERFORM WRITE-HEADER-PROCEDURE.
           PERFORM WRITE-BOXES-PROCEDURE.
           PERFORM WRITE-BUSINESS-DETAIL-PROCEDURE.
           PERFORM WRITE-INPUT-DETAIL-PROCEDURE.
           PERFORM WRITE-RECONCILIATION-PROCEDURE.
           CLOSE VAT-RETURN-FILE.
           MOVE "VAT-RETURN" TO WS-SPL-PROGRAM.
           MOVE "APURAMENTO DO IVA" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-VATR-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-N-DIFFS > ZERO OR WS-N-UNMAPPED > ZERO
               MOVE "VAT-RETURN" TO EX-PROGRAM
               MOVE "IVA nao reconcilia com o GL" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING "per. " WS-FROM-MONTH "-" WS-TO-MONTH ", "
                   WS-N-DIFFS " dif., " WS-N-UNMAPPED " sem mapa"
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           IF WS-OTHER-BASE NOT = ZERO OR WS-OTHER-IVA NOT = ZERO
               MOVE "VAT-RETURN" TO EX-PROGRAM
               MOVE "Taxa de IVA sem campo na DP" TO EX-REASON
               MOVE WS-OTHER-IVA TO M-MONEY
               MOVE SPACES TO EX-DETAIL
               STRING "per. " WS-FROM-MONTH "-" WS-TO-MONTH
                   ", IVA " M-MONEY
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           CLOSE EXCEPTIONS-FILE.

           IF C93 > ZERO
               MOVE C93 TO M-MONEY
               DISPLAY "IVA a entregar ao Estado: " M-MONEY
           ELSE
               MOVE C94 TO M-MONEY
               DISPLAY "IVA a recuperar: " M-MONEY
           END-IF.
           IF WS-N-DIFFS > ZERO OR WS-N-UNMAPPED > ZERO
               DISPLAY "AVISO: a folha nao reconcilia com o GL -- ver "
                   FUNCTION TRIM(WS-VATR-PATH) "."
           END-IF.
           DISPLAY "Folha de apuramento " WS-FROM-MONTH " a "
               WS-TO-MONTH " em " FUNCTION TRIM(WS-VATR-PATH) ".".
           STOP RUN.


      *    periodo por omissao: o ultimo trimestre completo:
       INIT-FILE-PATHS-PROCEDURE.
           MOVE WS-TODAY(1:4) TO WS-CUR-YYYY.
           MOVE WS-TODAY(5:2) TO WS-CUR-MM.
           COMPUTE WS-Q-START = ((WS-CUR-MM - 1) / 3) * 3 + 1.
           IF WS-Q-START = 1
               COMPUTE WS-FROM-MONTH = (WS-CUR-YYYY - 1) * 100 + 10
               COMPUTE WS-TO-MONTH = (WS-CUR-YYYY - 1) * 100 + 12
           ELSE
               COMPUTE WS-FROM-MONTH =
                   WS-CUR-YYYY * 100 + WS-Q-START - 3
               COMPUTE WS-TO-MONTH =
                   WS-CUR-YYYY * 100 + WS-Q-START - 1
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VAT_PERIOD_FROM".
           IF WS-ENV-VALUE(1:6) IS NUMERIC
               MOVE WS-ENV-VALUE(1:6) TO WS-FROM-MONTH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VAT_PERIOD_TO".
           IF WS-ENV-VALUE(1:6) IS NUMERIC
               MOVE WS-ENV-VALUE(1:6) TO WS-TO-MONTH
           END-IF.

           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFT_COMPANY_NIF".
           MOVE WS-ENV-VALUE TO WS-COMPANY-NIF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SAFT_COMPANY_NAME".
           MOVE WS-ENV-VALUE TO WS-COMPANY-NAME.

           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "VAT_RETURN_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-VATR-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GL_BALANCES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-GLBAL-PATH
           END-IF.
           ACCEPT WS-GLJRN-ENV-VALUE FROM ENVIRONMENT
               "GL_ACCOUNTS_FILE".
           IF WS-GLJRN-ENV-VALUE NOT = SPACES
               MOVE WS-GLJRN-ENV-VALUE TO WS-GLACCT-PATH
           END-IF.
           ACCEPT WS-SDOC-ENV-VALUE FROM ENVIRONMENT
               "SALES_DOCUMENTS_FILE".
           IF WS-SDOC-ENV-VALUE NOT = SPACES
               MOVE WS-SDOC-ENV-VALUE TO WS-SDOC-PATH
           END-IF.
           ACCEPT WS-APOI-ENV-VALUE FROM ENVIRONMENT
               "PAYABLES_LEDGER_FILE".
           IF WS-APOI-ENV-VALUE NOT = SPACES
               MOVE WS-APOI-ENV-VALUE TO WS-APOI-PATH
           END-IF.


       INIT-TABLES-PROCEDURE.
           MOVE "GAS" TO WS-BUS-SERIE(1).
           MOVE "Combustivel e loja" TO WS-BUS-NOME(1).
           MOVE "LIV" TO WS-BUS-SERIE(2).
           MOVE "Livraria" TO WS-BUS-NOME(2).
           MOVE "ALU" TO WS-BUS-SERIE(3).
           MOVE "Aluguer/multas/empresas" TO WS-BUS-NOME(3).

           MOVE "PRODUCT-PRICES-IVA" TO WS-KEY-NAME(1).
           MOVE "BOOKSTORE-IVA" TO WS-KEY-NAME(2).
           MOVE "PRODUCAO1-ALUGUER-IVA" TO WS-KEY-NAME(3).
           MOVE "TRAFFIC-FINES-IVA" TO WS-KEY-NAME(4).
           MOVE "ALUGUER-EMPRESAS-IVA" TO WS-KEY-NAME(5).
           PERFORM VARYING KY-IDX FROM 1 BY 1 UNTIL KY-IDX > 5
               MOVE "L" TO WS-KEY-SIDE(KY-IDX)
           END-PERFORM.
           MOVE "FUEL-INVOICE-IVA" TO WS-KEY-NAME(6).
           MOVE "SUPPLIER-RETURNS-IVA" TO WS-KEY-NAME(7).
           MOVE "D" TO WS-KEY-SIDE(6).
           MOVE "D" TO WS-KEY-SIDE(7).

           INITIALIZE WS-BOXES.


      *    IVA liquidado: linhas do registo com data no periodo; a
      *    nota de credito abate a base e o imposto:
       LOAD-OUTPUT-VAT-PROCEDURE.
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
                   NOT AT END
                       COMPUTE WS-DOC-MONTH = SD-DATA / 100
                       IF WS-DOC-MONTH NOT < WS-FROM-MONTH
                           AND WS-DOC-MONTH NOT > WS-TO-MONTH
                           PERFORM ADD-OUTPUT-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-DOCS-FILE.


       ADD-OUTPUT-LINE-PROCEDURE.
           EVALUATE SD-SERIE
               WHEN "GAS" MOVE 1 TO WS-BUS-NO
               WHEN "LIV" MOVE 2 TO WS-BUS-NO
               WHEN "LCC" MOVE 2 TO WS-BUS-NO
               WHEN "ALU" MOVE 3 TO WS-BUS-NO
               WHEN OTHER
                   MOVE "VAT-RETURN" TO EX-PROGRAM
                   MOVE "Serie desconhecida no registo" TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING SD-SERIE " " SD-NUMERO
                       DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF SD-TIPO = "NC"
               COMPUTE WS-SIGNED-BASE = SD-BASE * -1
               COMPUTE WS-SIGNED-IVA = SD-IVA * -1
           ELSE
               MOVE SD-BASE TO WS-SIGNED-BASE
               MOVE SD-IVA TO WS-SIGNED-IVA
           END-IF.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-OUT-COUNT
               IF WS-OUT-BUS(OT-IDX) = WS-BUS-NO
                   AND WS-OUT-TAXA(OT-IDX) = SD-TAXA
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-OUT-COUNT >= 40
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OUT-COUNT
               SET OT-IDX TO WS-OUT-COUNT
               MOVE WS-BUS-NO TO WS-OUT-BUS(OT-IDX)
               MOVE SD-TAXA TO WS-OUT-TAXA(OT-IDX)
               MOVE ZERO TO WS-OUT-BASE(OT-IDX)
               MOVE ZERO TO WS-OUT-IVA(OT-IDX)
               MOVE ZERO TO WS-OUT-DOCS(OT-IDX)
           END-IF.
           ADD WS-SIGNED-BASE TO WS-OUT-BASE(OT-IDX).
           ADD WS-SIGNED-IVA TO WS-OUT-IVA(OT-IDX).
           ADD 1 TO WS-OUT-DOCS(OT-IDX).


      *    IVA dedutivel: documentos dos fornecedores com data no
      *    periodo (a base e o valor sem o IVA incluido):
       LOAD-INPUT-VAT-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PAYABLES-LEDGER-FILE.
           IF WS-APOI-STATUS = "35"
               DISPLAY "AVISO: sem razao de contas a pagar ("
                   FUNCTION TRIM(WS-APOI-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYABLES-LEDGER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       COMPUTE WS-DOC-MONTH = OI-DATA / 100
                       IF WS-DOC-MONTH NOT < WS-FROM-MONTH
                           AND WS-DOC-MONTH NOT > WS-TO-MONTH
                           PERFORM ADD-INPUT-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYABLES-LEDGER-FILE.


       ADD-INPUT-LINE-PROCEDURE.
           IF OI-IVA IS NOT NUMERIC
               MOVE ZERO TO OI-TAXA
               MOVE ZERO TO OI-IVA
           END-IF.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > WS-INP-COUNT
               IF WS-INP-ORIGEM(IN-IDX) = OI-ORIGEM
                   AND WS-INP-TAXA(IN-IDX) = OI-TAXA
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-INP-COUNT >= 40
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-INP-COUNT
               SET IN-IDX TO WS-INP-COUNT
               MOVE OI-ORIGEM TO WS-INP-ORIGEM(IN-IDX)
               MOVE OI-TAXA TO WS-INP-TAXA(IN-IDX)
               MOVE ZERO TO WS-INP-BASE(IN-IDX)
               MOVE ZERO TO WS-INP-IVA(IN-IDX)
               MOVE ZERO TO WS-INP-DOCS(IN-IDX)
           END-IF.
           COMPUTE WS-INP-BASE(IN-IDX) =
               WS-INP-BASE(IN-IDX) + OI-VALOR - OI-IVA.
           ADD OI-IVA TO WS-INP-IVA(IN-IDX).
           ADD 1 TO WS-INP-DOCS(IN-IDX).


      *    campos da declaracao: vendas pela taxa (6%, 13%, 23%, 0%
      *    isento ou nao sujeito); compras de combustivel e livros
      *    sao existencias, as restantes outros bens e servicos; o
      *    IVA negativo das notas de credito dos fornecedores e
      *    regularizacao a favor do Estado:
       FILL-BOXES-PROCEDURE.
           PERFORM VARYING OT-IDX FROM 1 BY 1
               UNTIL OT-IDX > WS-OUT-COUNT
               EVALUATE WS-OUT-TAXA(OT-IDX)
                   WHEN 6
                       ADD WS-OUT-BASE(OT-IDX) TO C01
                       ADD WS-OUT-IVA(OT-IDX) TO C02
                   WHEN 13
                       ADD WS-OUT-BASE(OT-IDX) TO C05
                       ADD WS-OUT-IVA(OT-IDX) TO C06
                   WHEN 23
                       ADD WS-OUT-BASE(OT-IDX) TO C03
                       ADD WS-OUT-IVA(OT-IDX) TO C04
                   WHEN 0
                       ADD WS-OUT-BASE(OT-IDX) TO C08
                   WHEN OTHER
                       ADD WS-OUT-BASE(OT-IDX) TO WS-OTHER-BASE
                       ADD WS-OUT-IVA(OT-IDX) TO WS-OTHER-IVA
               END-EVALUATE
           END-PERFORM.

           PERFORM VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > WS-INP-COUNT
               IF WS-INP-IVA(IN-IDX) < ZERO
                   SUBTRACT WS-INP-IVA(IN-IDX) FROM C41
               ELSE
                   IF WS-INP-ORIGEM(IN-IDX) = "COMB"
                       OR WS-INP-ORIGEM(IN-IDX) = "CONS"
                       EVALUATE WS-INP-TAXA(IN-IDX)
                           WHEN 6
                               ADD WS-INP-IVA(IN-IDX) TO C21
                           WHEN 13
                               ADD WS-INP-IVA(IN-IDX) TO C22
                           WHEN 23
                               ADD WS-INP-IVA(IN-IDX) TO C23
                           WHEN OTHER
                               ADD WS-INP-IVA(IN-IDX) TO C24
                       END-EVALUATE
                   ELSE
                       ADD WS-INP-IVA(IN-IDX) TO C24
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE C90 = C01 + C03 + C05 + C08 + WS-OTHER-BASE.
           COMPUTE C91 = C02 + C04 + C06 + C41 + WS-OTHER-IVA.
           COMPUTE C92 = C21 + C22 + C23 + C24.
           IF C91 > C92
               COMPUTE C93 = C91 - C92
           ELSE
               COMPUTE C94 = C92 - C91
           END-IF.
           COMPUTE WS-TOTAL-OUTPUT = C02 + C04 + C06 + WS-OTHER-IVA.
           COMPUTE WS-TOTAL-INPUT = C92 - C41.
           COMPUTE WS-NET-VAT = WS-TOTAL-OUTPUT - WS-TOTAL-INPUT.


      *    as contas do IVA sao as contas para onde o gl-accounts
      *    manda o imposto das chaves ...-IVA (a credito nas de IVA
      *    liquidado, a debito nas de IVA dedutivel):
       FIND-VAT-ACCOUNTS-PROCEDURE.
           PERFORM VARYING KY-IDX FROM 1 BY 1
               UNTIL KY-IDX > WS-KEY-COUNT
               MOVE "N" TO WS-KEY-MAPPED
               PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > WS-GLACCT-COUNT
                   IF WS-GM-KEY(GM-IDX) = WS-KEY-NAME(KY-IDX)
                       MOVE "Y" TO WS-KEY-MAPPED
                       IF WS-KEY-SIDE(KY-IDX) = "L"
                           MOVE WS-GM-CREDIT-ACCT(GM-IDX)
                               TO WS-KEY-ACCOUNT
                       ELSE
                           MOVE WS-GM-DEBIT-ACCT(GM-IDX)
                               TO WS-KEY-ACCOUNT
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-KEY-MAPPED = "Y"
                   PERFORM ADD-VAT-ACCOUNT-PROCEDURE
               ELSE
                   ADD 1 TO WS-N-UNMAPPED
               END-IF
           END-PERFORM.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACC-COUNT
               IF WS-ACC-OUT(AC-IDX) = "Y" AND WS-ACC-IN(AC-IDX) = "Y"
                   MOVE "Y" TO WS-SHARED-ACC
               END-IF
           END-PERFORM.


       ADD-VAT-ACCOUNT-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACC-COUNT
               IF WS-ACC-CODE(AC-IDX) = WS-KEY-ACCOUNT
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               ADD 1 TO WS-ACC-COUNT
               SET AC-IDX TO WS-ACC-COUNT
               MOVE WS-KEY-ACCOUNT TO WS-ACC-CODE(AC-IDX)
               MOVE "N" TO WS-ACC-OUT(AC-IDX)
               MOVE "N" TO WS-ACC-IN(AC-IDX)
               MOVE ZERO TO WS-ACC-DEBIT(AC-IDX)
               MOVE ZERO TO WS-ACC-CREDIT(AC-IDX)
           END-IF.
           IF WS-KEY-SIDE(KY-IDX) = "L"
               MOVE "Y" TO WS-ACC-OUT(AC-IDX)
           ELSE
               MOVE "Y" TO WS-ACC-IN(AC-IDX)
           END-IF.


      *    movimento do periodo das contas do IVA nos saldos
      *    mensais do GL-POST (sem os periodos 00 de abertura e 13 de
      *    fecho do ano):
       LOAD-GL-MOVEMENTS-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GL-BALANCES-FILE.
           IF WS-GLBAL-STATUS = "35"
               DISPLAY "AVISO: sem saldos do GL ("
                   FUNCTION TRIM(WS-GLBAL-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-BALANCES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GB-YYYYMM NOT < WS-FROM-MONTH
                           AND GB-YYYYMM NOT > WS-TO-MONTH
                           AND GB-YYYYMM(5:2) NOT = "00"
                           AND GB-YYYYMM(5:2) NOT = "13"
                           PERFORM VARYING AC-IDX FROM 1 BY 1
                               UNTIL AC-IDX > WS-ACC-COUNT
                               IF WS-ACC-CODE(AC-IDX) = GB-ACCOUNT
                                   ADD GB-DEBIT
                                       TO WS-ACC-DEBIT(AC-IDX)
                                   ADD GB-CREDIT
                                       TO WS-ACC-CREDIT(AC-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-BALANCES-FILE.

           MOVE ZERO TO WS-GL-OUTPUT.
           MOVE ZERO TO WS-GL-INPUT.
           MOVE ZERO TO WS-GL-NET.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACC-COUNT
               IF WS-ACC-OUT(AC-IDX) = "Y"
                   COMPUTE WS-GL-OUTPUT = WS-GL-OUTPUT
                       + WS-ACC-CREDIT(AC-IDX) - WS-ACC-DEBIT(AC-IDX)
               END-IF
               IF WS-ACC-IN(AC-IDX) = "Y"
                   COMPUTE WS-GL-INPUT = WS-GL-INPUT
                       + WS-ACC-DEBIT(AC-IDX) - WS-ACC-CREDIT(AC-IDX)
               END-IF
               COMPUTE WS-GL-NET = WS-GL-NET
                   + WS-ACC-CREDIT(AC-IDX) - WS-ACC-DEBIT(AC-IDX)
           END-PERFORM.


       WRITE-HEADER-PROCEDURE.
           MOVE ALL "=" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "DECLARACAO PERIODICA DE IVA - FOLHA DE APURAMENTO"
               TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE ALL "=" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE SPACES TO VAT-RETURN-LINE.
           STRING "Periodo: " WS-FROM-MONTH " a " WS-TO-MONTH
               "    NIF: " WS-COMPANY-NIF "    Emitida em " WS-TODAY
               DELIMITED BY SIZE INTO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           IF WS-COMPANY-NAME NOT = SPACES
               MOVE WS-COMPANY-NAME TO VAT-RETURN-LINE
               WRITE VAT-RETURN-LINE
           END-IF.


      *    quadro 06 com a numeracao de campos da declaracao:
       WRITE-BOXES-PROCEDURE.
           MOVE SPACES TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "QUADRO 06 - APURAMENTO DO IMPOSTO DO PERIODO"
               TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE SPACES TO VAT-RETURN-LINE.
           STRING "                                               "
               "BASE TRIBUTAVEL            IMPOSTO"
               DELIMITED BY SIZE INTO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "Operacoes a taxa reduzida (6%)" TO WS-BOX-LABEL.
           MOVE "01" TO WS-BOX-NO1.
           MOVE C01 TO WS-BOX-AMT1.
           MOVE "02" TO WS-BOX-NO2.
           MOVE C02 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Operacoes a taxa intermedia (13%)" TO WS-BOX-LABEL.
           MOVE "05" TO WS-BOX-NO1.
           MOVE C05 TO WS-BOX-AMT1.
           MOVE "06" TO WS-BOX-NO2.
           MOVE C06 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Operacoes a taxa normal (23%)" TO WS-BOX-LABEL.
           MOVE "03" TO WS-BOX-NO1.
           MOVE C03 TO WS-BOX-AMT1.
           MOVE "04" TO WS-BOX-NO2.
           MOVE C04 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Operacoes isentas ou nao sujeitas" TO WS-BOX-LABEL.
           MOVE "08" TO WS-BOX-NO1.
           MOVE C08 TO WS-BOX-AMT1.
           MOVE SPACES TO WS-BOX-NO2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           IF WS-OTHER-BASE NOT = ZERO OR WS-OTHER-IVA NOT = ZERO
               MOVE "*** Outras taxas (sem campo -- corrigir)"
                   TO WS-BOX-LABEL
               MOVE "--" TO WS-BOX-NO1
               MOVE WS-OTHER-BASE TO WS-BOX-AMT1
               MOVE "--" TO WS-BOX-NO2
               MOVE WS-OTHER-IVA TO WS-BOX-AMT2
               PERFORM WRITE-BOX-LINE-PROCEDURE
           END-IF.

           MOVE SPACES TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "Imposto dedutivel:" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE SPACES TO WS-BOX-NO1.
           MOVE "Existencias a taxa reduzida" TO WS-BOX-LABEL.
           MOVE "21" TO WS-BOX-NO2.
           MOVE C21 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Existencias a taxa intermedia" TO WS-BOX-LABEL.
           MOVE "22" TO WS-BOX-NO2.
           MOVE C22 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Existencias a taxa normal" TO WS-BOX-LABEL.
           MOVE "23" TO WS-BOX-NO2.
           MOVE C23 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Outros bens e servicos" TO WS-BOX-LABEL.
           MOVE "24" TO WS-BOX-NO2.
           MOVE C24 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Regularizacoes a favor do Estado" TO WS-BOX-LABEL.
           MOVE "41" TO WS-BOX-NO2.
           MOVE C41 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.

           MOVE SPACES TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "Total da base tributavel" TO WS-BOX-LABEL.
           MOVE "90" TO WS-BOX-NO1.
           MOVE C90 TO WS-BOX-AMT1.
           MOVE SPACES TO WS-BOX-NO2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE SPACES TO WS-BOX-NO1.
           MOVE "Total do imposto a favor do Estado" TO WS-BOX-LABEL.
           MOVE "91" TO WS-BOX-NO2.
           MOVE C91 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "Total do imposto a favor do sujeito passivo"
               TO WS-BOX-LABEL.
           MOVE "92" TO WS-BOX-NO2.
           MOVE C92 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "IMPOSTO A ENTREGAR AO ESTADO" TO WS-BOX-LABEL.
           MOVE "93" TO WS-BOX-NO2.
           MOVE C93 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.
           MOVE "IMPOSTO A RECUPERAR" TO WS-BOX-LABEL.
           MOVE "94" TO WS-BOX-NO2.
           MOVE C94 TO WS-BOX-AMT2.
           PERFORM WRITE-BOX-LINE-PROCEDURE.


       WRITE-BOX-LINE-PROCEDURE.
           MOVE SPACES TO VAT-RETURN-LINE.
           MOVE WS-BOX-LABEL TO VAT-RETURN-LINE.
           IF WS-BOX-NO1 NOT = SPACES
               MOVE WS-BOX-AMT1 TO M-MONEY
               STRING "[" WS-BOX-NO1 "]" M-MONEY
                   DELIMITED BY SIZE INTO VAT-RETURN-LINE(46:)
           END-IF.
           IF WS-BOX-NO2 NOT = SPACES
               MOVE WS-BOX-AMT2 TO M-MONEY2
               STRING "[" WS-BOX-NO2 "]" M-MONEY2
                   DELIMITED BY SIZE INTO VAT-RETURN-LINE(67:)
           END-IF.
           WRITE VAT-RETURN-LINE.


       WRITE-BUSINESS-DETAIL-PROCEDURE.
           MOVE SPACES TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "IVA LIQUIDADO POR NEGOCIO E TAXA" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "NEGOCIO                    TAXA  LINHAS"
               & "            BASE           IVA" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           PERFORM VARYING BU-IDX FROM 1 BY 1
               UNTIL BU-IDX > WS-BUS-COUNT
               PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-OUT-COUNT
                   IF WS-OUT-BUS(OT-IDX) = BU-IDX
                       MOVE WS-OUT-TAXA(OT-IDX) TO M-RATE
                       MOVE WS-OUT-DOCS(OT-IDX) TO M-DOCS
                       MOVE WS-OUT-BASE(OT-IDX) TO M-MONEY
                       MOVE WS-OUT-IVA(OT-IDX) TO M-MONEY2
                       MOVE SPACES TO VAT-RETURN-LINE
                       STRING WS-BUS-NOME(BU-IDX) " " M-RATE "% "
                           M-DOCS " " M-MONEY " " M-MONEY2
                           DELIMITED BY SIZE INTO VAT-RETURN-LINE
                       WRITE VAT-RETURN-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-TOTAL-OUTPUT TO M-MONEY2.
           MOVE SPACES TO VAT-RETURN-LINE.
           STRING "TOTAL DO IVA LIQUIDADO" DELIMITED BY SIZE
               INTO VAT-RETURN-LINE.
           MOVE M-MONEY2 TO VAT-RETURN-LINE(58:).
           WRITE VAT-RETURN-LINE.


       WRITE-INPUT-DETAIL-PROCEDURE.
           MOVE SPACES TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "IVA DEDUTIVEL POR ORIGEM E TAXA" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "(COMB combustivel, CONS consignacao, DAUT direitos "
               & "de autor, NCRD notas de credito)" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "ORIGEM                     TAXA  DOCS  "
               & "            BASE           IVA" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           PERFORM VARYING IN-IDX FROM 1 BY 1
               UNTIL IN-IDX > WS-INP-COUNT
               MOVE WS-INP-TAXA(IN-IDX) TO M-RATE
               MOVE WS-INP-DOCS(IN-IDX) TO M-DOCS
               MOVE WS-INP-BASE(IN-IDX) TO M-MONEY
               MOVE WS-INP-IVA(IN-IDX) TO M-MONEY2
               MOVE SPACES TO VAT-RETURN-LINE
               STRING WS-INP-ORIGEM(IN-IDX) "                     "
                   M-RATE "% " M-DOCS " " M-MONEY " " M-MONEY2
                   DELIMITED BY SIZE INTO VAT-RETURN-LINE
               WRITE VAT-RETURN-LINE
           END-PERFORM.
           MOVE WS-TOTAL-INPUT TO M-MONEY2.
           MOVE SPACES TO VAT-RETURN-LINE.
           STRING "TOTAL DO IVA DEDUTIVEL (LIQUIDO)" DELIMITED BY SIZE
               INTO VAT-RETURN-LINE.
           MOVE M-MONEY2 TO VAT-RETURN-LINE(58:).
           WRITE VAT-RETURN-LINE.


      *    cada valor da folha contra o movimento do periodo nas
      *    contas do IVA; com uma conta comum a IVA liquidado e
      *    dedutivel so o saldo se pode comparar:
       WRITE-RECONCILIATION-PROCEDURE.
           MOVE SPACES TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           MOVE "RECONCILIACAO COM OS SALDOS DO GL (GL-POST)"
               TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           PERFORM VARYING KY-IDX FROM 1 BY 1
               UNTIL KY-IDX > WS-KEY-COUNT
               PERFORM VARYING GM-IDX FROM 1 BY 1
                   UNTIL GM-IDX > WS-GLACCT-COUNT
                   IF WS-GM-KEY(GM-IDX) = WS-KEY-NAME(KY-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF GM-IDX > WS-GLACCT-COUNT
                   MOVE SPACES TO VAT-RETURN-LINE
                   STRING "*** Chave " WS-KEY-NAME(KY-IDX)
                       " sem mapeamento no gl-accounts (o imposto "
                       "fica em CAIXA/VENDAS)"
                       DELIMITED BY SIZE INTO VAT-RETURN-LINE
                   WRITE VAT-RETURN-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACC-COUNT
               MOVE WS-ACC-DEBIT(AC-IDX) TO M-MONEY
               MOVE WS-ACC-CREDIT(AC-IDX) TO M-MONEY2
               MOVE SPACES TO VAT-RETURN-LINE
               STRING "Conta " WS-ACC-CODE(AC-IDX) "  debito "
                   M-MONEY "  credito " M-MONEY2
                   DELIMITED BY SIZE INTO VAT-RETURN-LINE
               IF WS-ACC-OUT(AC-IDX) = "Y"
                   MOVE "liq" TO VAT-RETURN-LINE(71:3)
               END-IF
               IF WS-ACC-IN(AC-IDX) = "Y"
                   MOVE "ded" TO VAT-RETURN-LINE(75:3)
               END-IF
               WRITE VAT-RETURN-LINE
           END-PERFORM.
           MOVE "                              FOLHA"
               & "              GL     DIFERENCA" TO VAT-RETURN-LINE.
           WRITE VAT-RETURN-LINE.
           IF WS-SHARED-ACC = "N"
               MOVE "IVA liquidado" TO WS-REC-LABEL
               MOVE WS-TOTAL-OUTPUT TO WS-REC-SHEET
               MOVE WS-GL-OUTPUT TO WS-REC-GL
               PERFORM WRITE-REC-LINE-PROCEDURE
               MOVE "IVA dedutivel" TO WS-REC-LABEL
               MOVE WS-TOTAL-INPUT TO WS-REC-SHEET
               MOVE WS-GL-INPUT TO WS-REC-GL
               PERFORM WRITE-REC-LINE-PROCEDURE
           ELSE
               MOVE "(conta comum a IVA liquidado e dedutivel: so o "
                   & "saldo e comparavel)" TO VAT-RETURN-LINE
               WRITE VAT-RETURN-LINE
           END-IF.
           MOVE "Saldo (a entregar)" TO WS-REC-LABEL.
           MOVE WS-NET-VAT TO WS-REC-SHEET.
           MOVE WS-GL-NET TO WS-REC-GL.
           PERFORM WRITE-REC-LINE-PROCEDURE.
           IF WS-N-DIFFS = ZERO AND WS-N-UNMAPPED = ZERO
               MOVE "Folha e GL reconciliados." TO VAT-RETURN-LINE
           ELSE
               MOVE "*** FOLHA E GL NAO RECONCILIAM -- verificar o "
                   & "posting do periodo (GL-POST) e o gl-accounts."
                   TO VAT-RETURN-LINE
           END-IF.
           WRITE VAT-RETURN-LINE.


       WRITE-REC-LINE-PROCEDURE.
           COMPUTE WS-DIFF = WS-REC-SHEET - WS-REC-GL.
           MOVE WS-REC-SHEET TO M-MONEY.
           MOVE WS-REC-GL TO M-MONEY2.
           MOVE WS-DIFF TO M-MONEY3.
           MOVE SPACES TO VAT-RETURN-LINE.
           STRING WS-REC-LABEL M-MONEY " " M-MONEY2 " " M-MONEY3
               DELIMITED BY SIZE INTO VAT-RETURN-LINE.
           IF WS-DIFF NOT = ZERO
               MOVE "***" TO VAT-RETURN-LINE(72:3)
               ADD 1 TO WS-N-DIFFS
           END-IF.
           WRITE VAT-RETURN-LINE.


       COPY "GLJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM VAT-RETURN.
