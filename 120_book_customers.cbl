       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOK-CUSTOMERS.
      *=================================================================
      * Purpose: Institutional customer accounts for BOOKSTORE
      *          (schools and municipal libraries buying on credit):
      *          maintain the customer master (reference, name, tax
      *          number, credit limit, payment terms, agreed
      *          discount), record receipts against the invoices
      *          BOOKSTORE posts to the customer ledger (posted to the
      *          GL journal), print the aged-balance report per
      *          institution and the monthly statements.
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
           COPY "BCUSSEL.cpy".

      *    conta-corrente (faturas do BOOKSTORE e recebimentos):
           COPY "BLDGSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

           COPY "GLJRNSEL.cpy".

           SELECT AGED-REPORT-FILE
           ASSIGN TO DYNAMIC WS-AGED-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE
           ASSIGN TO DYNAMIC WS-STMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "BCUSFD.cpy".

           COPY "BLDGFD.cpy".

           COPY "OPERFD.cpy".

           COPY "GLJRNFD.cpy".

       FD  AGED-REPORT-FILE.
       01  AGED-REPORT-LINE PIC X(110).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "BCUSWS.cpy".

           COPY "BLDGWS.cpy".

           COPY "OPERWS.cpy".

           COPY "GLJRNWS.cpy".

       01  WS-AGED-RPT-PATH PIC X(60)
           VALUE "..\book-aged-balances.txt".
       01  WS-STMT-PATH     PIC X(60)
           VALUE "..\book-statements.txt".
       01  WS-ENV-VALUE     PIC X(60).

      * movimentos do razao carregados para memoria:
       01  WS-MOV-COUNT PIC 9(4) VALUE ZERO.
       01  WS-MOV-TABLE.
           05 WS-MOV-ENTRY OCCURS 1000 TIMES INDEXED BY MV-IDX.
               10 WS-MV-REF    PIC X(10).
               10 WS-MV-FATURA PIC 9(6).
               10 WS-MV-DATA   PIC 9(8).
               10 WS-MV-TIPO   PIC X.
               10 WS-MV-VALOR  PIC S9(8)V99.
               10 WS-MV-DESC   PIC X(20).
       01  WS-MOV-OVERFLOW PIC X VALUE "N".

      * faturas por cliente, com a data de emissao e o valor ainda
      * em divida (linhas da fatura menos recebimentos contra ela):
       01  WS-INV-COUNT PIC 9(3) VALUE ZERO.
       01  WS-INV-TABLE.
           05 WS-INV-ENTRY OCCURS 500 TIMES INDEXED BY IV-IDX.
               10 WS-IV-REF    PIC X(10).
               10 WS-IV-FATURA PIC 9(6).
               10 WS-IV-DATA   PIC 9(8).
               10 WS-IV-DIVIDA PIC S9(8)V99.
       01  WS-INV-FOUND PIC X.

       01  WS-OPTION     PIC X.
       01  WS-DIRTY      PIC X VALUE "N".
       01  WS-TODAY      PIC 9(8).
       01  WS-REF-IN     PIC X(10).
       01  WS-FATURA-IN  PIC 9(6).
       01  WS-VALOR-IN   PIC 9(7)V99.
       01  WS-DOC-IN     PIC X(20).
       01  WS-NIF-IN     PIC 9(9).
       01  WS-SEL-YYYYMM PIC 9(6).
       01  WS-MV-YYYYMM  PIC 9(6).
       01  WS-N-OPEN     PIC 9(3).

      * antiguidade: dias apos o vencimento (data da fatura mais o
      * prazo do cliente), por escaloes:
       01  WS-DUE-DAYS   PIC S9(6).
       01  WS-AGE-TABLE.
           05 WS-AGE-BUCKET PIC S9(8)V99 OCCURS 5 TIMES.
       01  WS-TOT-TABLE.
           05 WS-TOT-BUCKET PIC S9(8)V99 OCCURS 5 TIMES.
       01  WS-AGE-I      PIC 9.
       01  WS-CUST-TOTAL PIC S9(8)V99.
       01  WS-GRAND-TOTAL PIC S9(8)V99.

       01  WS-OPEN-BALANCE PIC S9(8)V99.
       01  WS-BALANCE      PIC S9(8)V99.
       01  WS-HAS-MOV      PIC X.

       01  M-VALOR   PIC -Z(6)9.99.
       01  M-VALOR2  PIC -Z(6)9.99.
       01  M-LIMITE  PIC Z(6)9.99.
       01  M-BUCKET  PIC -Z(6)9.99.
       01  M-PRAZO   PIC ZZ9.
       01  M-DESC    PIC Z9.
       01  M-DIAS    PIC -Z(4)9.
       01  M-TIPO    PIC X(9).

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-BCUS-PATH-PROCEDURE.
           PERFORM LOAD-BOOK-CUSTOMERS-PROCEDURE.
           PERFORM INIT-BLDG-PATH-PROCEDURE.
           PERFORM LOAD-LEDGER-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "6"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-CUSTOMERS-PROCEDURE
                   WHEN "2" PERFORM EDIT-CUSTOMER-PROCEDURE
                   WHEN "3" PERFORM RECORD-RECEIPT-PROCEDURE
                   WHEN "4" PERFORM AGED-BALANCES-PROCEDURE
                   WHEN "5" PERFORM MONTHLY-STATEMENTS-PROCEDURE
                   WHEN "6" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-DIRTY = "Y"
               PERFORM SAVE-BOOK-CUSTOMERS-PROCEDURE
               DISPLAY "Clientes gravados em "
                   FUNCTION TRIM(WS-BCUS-PATH) "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- CLIENTES INSTITUCIONAIS (LIVRARIA) -----".
           DISPLAY "1 - Listar clientes".
           DISPLAY "2 - Adicionar/alterar cliente".
           DISPLAY "3 - Registar recebimento".
           DISPLAY "4 - Antiguidade de saldos".
           DISPLAY "5 - Extratos do mes".
           DISPLAY "6 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    o razao inteiro vai para memoria; o saldo de cada cliente e
      *    a divida de cada fatura saem dele:
       LOAD-LEDGER-PROCEDURE.
           MOVE ZERO TO WS-MOV-COUNT.
           MOVE ZERO TO WS-BLDG-LAST-FATURA.
           MOVE "N" TO WS-BLDG-EOF.
           OPEN INPUT BOOK-LEDGER-FILE.
           IF WS-BLDG-STATUS = "35"
               DISPLAY "Sem conta-corrente ("
                   FUNCTION TRIM(WS-BLDG-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BLDG-EOF = "Y"
               READ BOOK-LEDGER-FILE
                   AT END MOVE "Y" TO WS-BLDG-EOF
                   NOT AT END
                       PERFORM ADD-MOVEMENT-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE BOOK-LEDGER-FILE.
           IF WS-MOV-OVERFLOW = "Y"
               DISPLAY "AVISO: conta-corrente com mais de 1000 "
                   "movimentos -- antiguidade e extratos "
                   "incompletos; arquive os anos antigos."
           END-IF.


      *    um movimento (lido do razao ou acabado de gravar) entra na
      *    tabela, no saldo do cliente e na divida da fatura:
       ADD-MOVEMENT-PROCEDURE.
           IF BL-FATURA > WS-BLDG-LAST-FATURA
               MOVE BL-FATURA TO WS-BLDG-LAST-FATURA
           END-IF.
           IF WS-MOV-COUNT >= 1000
               MOVE "Y" TO WS-MOV-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MOV-COUNT.
           SET MV-IDX TO WS-MOV-COUNT.
           MOVE BL-REF TO WS-MV-REF(MV-IDX).
           MOVE BL-FATURA TO WS-MV-FATURA(MV-IDX).
           MOVE BL-DATA TO WS-MV-DATA(MV-IDX).
           MOVE BL-TIPO TO WS-MV-TIPO(MV-IDX).
           MOVE BL-VALOR TO WS-MV-VALOR(MV-IDX).
           MOVE BL-DESC TO WS-MV-DESC(MV-IDX).

           MOVE BL-REF TO WS-BCUS-LOOKUP-REF.
           PERFORM LOOKUP-BOOK-CUSTOMER-PROCEDURE.
           IF WS-BCUS-FOUND = "Y"
               ADD BL-VALOR TO WS-BC-SALDO(BC-IDX)
           END-IF.

           MOVE BL-REF TO WS-REF-IN.
           MOVE BL-FATURA TO WS-FATURA-IN.
           PERFORM FIND-INVOICE-PROCEDURE.
           IF WS-INV-FOUND = "N" AND WS-INV-COUNT < 500
               ADD 1 TO WS-INV-COUNT
               SET IV-IDX TO WS-INV-COUNT
               MOVE BL-REF TO WS-IV-REF(IV-IDX)
               MOVE BL-FATURA TO WS-IV-FATURA(IV-IDX)
               MOVE BL-DATA TO WS-IV-DATA(IV-IDX)
               MOVE ZERO TO WS-IV-DIVIDA(IV-IDX)
               MOVE "Y" TO WS-INV-FOUND
           END-IF.
           IF WS-INV-FOUND = "Y"
               ADD BL-VALOR TO WS-IV-DIVIDA(IV-IDX)
           END-IF.


       FIND-INVOICE-PROCEDURE.
           MOVE "N" TO WS-INV-FOUND.
           PERFORM VARYING IV-IDX FROM 1 BY 1
               UNTIL IV-IDX > WS-INV-COUNT
               IF WS-IV-REF(IV-IDX) = WS-REF-IN
                   AND WS-IV-FATURA(IV-IDX) = WS-FATURA-IN
                   MOVE "Y" TO WS-INV-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       LIST-CUSTOMERS-PROCEDURE.
           IF WS-BCUS-COUNT = ZERO
               DISPLAY "Nao ha clientes registados."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BCUS-COUNT
               MOVE WS-BC-LIMITE(BC-IDX) TO M-LIMITE
               MOVE WS-BC-SALDO(BC-IDX) TO M-VALOR
               MOVE WS-BC-PRAZO(BC-IDX) TO M-PRAZO
               MOVE WS-BC-DESCONTO(BC-IDX) TO M-DESC
               DISPLAY WS-BC-REF(BC-IDX) " " WS-BC-NOME(BC-IDX)
                   " NIF " WS-BC-NIF(BC-IDX)
               DISPLAY "    limite " M-LIMITE "  prazo " M-PRAZO
                   " dias  desconto " M-DESC "%  saldo " M-VALOR
           END-PERFORM.


      *    referencia nova = cliente novo; referencia existente =
      *    alteracao dos dados (o saldo vem do razao e nao se edita):
       EDIT-CUSTOMER-PROCEDURE.
           DISPLAY "Referencia do cliente (como em FCUSTREF): "
               WITH NO ADVANCING.
           ACCEPT WS-REF-IN.
           IF WS-REF-IN = SPACES
               DISPLAY "Referencia em branco."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REF-IN TO WS-BCUS-LOOKUP-REF.
           PERFORM LOOKUP-BOOK-CUSTOMER-PROCEDURE.
           IF WS-BCUS-FOUND = "N"
               IF WS-BCUS-COUNT >= 100
                   DISPLAY "Tabela de clientes cheia (maximo de 100)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BCUS-COUNT
               SET BC-IDX TO WS-BCUS-COUNT
               MOVE WS-REF-IN TO WS-BC-REF(BC-IDX)
               MOVE ZERO TO WS-BC-SALDO(BC-IDX)
               MOVE ZERO TO WS-BC-FATURA(BC-IDX)
               DISPLAY "Cliente novo."
           ELSE
               DISPLAY "Cliente existente: " WS-BC-NOME(BC-IDX)
           END-IF.

           MOVE SPACES TO WS-BC-NOME(BC-IDX).
           PERFORM UNTIL WS-BC-NOME(BC-IDX) NOT = SPACES
               DISPLAY "Nome (escola/biblioteca): " WITH NO ADVANCING
               ACCEPT WS-BC-NOME(BC-IDX)
           END-PERFORM.
           MOVE ZERO TO WS-NIF-IN.
           PERFORM UNTIL WS-NIF-IN > ZERO
               DISPLAY "NIF (9 digitos): " WITH NO ADVANCING
               ACCEPT WS-NIF-IN
           END-PERFORM.
           MOVE WS-NIF-IN TO WS-BC-NIF(BC-IDX).
           DISPLAY "Limite de credito (9999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-BC-LIMITE(BC-IDX).
           DISPLAY "Prazo de pagamento em dias (0 = pronto "
               "pagamento): " WITH NO ADVANCING.
           ACCEPT WS-BC-PRAZO(BC-IDX).
           DISPLAY "Desconto acordado (%): " WITH NO ADVANCING.
           ACCEPT WS-BC-DESCONTO(BC-IDX).
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Cliente registado.".


      *    o recebimento e lancado contra a fatura que paga (nunca
      *    acima do que dela esta em divida), no razao e no diario da
      *    contabilidade:
       RECORD-RECEIPT-PROCEDURE.
           DISPLAY "Referencia do cliente: " WITH NO ADVANCING.
           ACCEPT WS-REF-IN.
           MOVE WS-REF-IN TO WS-BCUS-LOOKUP-REF.
           PERFORM LOOKUP-BOOK-CUSTOMER-PROCEDURE.
           IF WS-BCUS-FOUND = "N"
               DISPLAY "Cliente desconhecido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-OPEN-INVOICES-PROCEDURE.
           IF WS-N-OPEN = ZERO
               DISPLAY "Sem faturas em aberto."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Fatura paga: " WITH NO ADVANCING.
           ACCEPT WS-FATURA-IN.
           PERFORM FIND-INVOICE-PROCEDURE.
           IF WS-INV-FOUND = "N"
               DISPLAY "Fatura desconhecida para este cliente."
               EXIT PARAGRAPH
           END-IF.
           IF WS-IV-DIVIDA(IV-IDX) <= ZERO
               DISPLAY "Fatura ja paga."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Montante recebido (9999999.99): "
               WITH NO ADVANCING.
           ACCEPT WS-VALOR-IN.
           IF WS-VALOR-IN = ZERO
               DISPLAY "Montante a zero -- nada registado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-VALOR-IN > WS-IV-DIVIDA(IV-IDX)
               MOVE WS-IV-DIVIDA(IV-IDX) TO M-VALOR
               DISPLAY "Montante acima do valor em divida ("
                   M-VALOR ") -- nada registado."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Documento (cheque/transferencia): "
               WITH NO ADVANCING.
           ACCEPT WS-DOC-IN.
           IF WS-DOC-IN = SPACES
               MOVE "RECEBIMENTO" TO WS-DOC-IN
           END-IF.

           PERFORM OPEN-BOOK-LEDGER-PROCEDURE.
           MOVE WS-REF-IN TO BL-REF.
           MOVE WS-FATURA-IN TO BL-FATURA.
           MOVE WS-TODAY TO BL-DATA.
           MOVE "R" TO BL-TIPO.
           COMPUTE BL-VALOR = WS-VALOR-IN * -1.
           MOVE WS-DOC-IN TO BL-DESC.
           PERFORM WRITE-BOOK-LEDGER-PROCEDURE.
           CLOSE BOOK-LEDGER-FILE.

           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           MOVE WS-TODAY TO WS-GL-DATE.
           MOVE "BOOK-ACCT-REC" TO WS-GL-KEY.
           MOVE WS-VALOR-IN TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           CLOSE GL-JOURNAL-FILE.

           MOVE WS-REF-IN TO BL-REF.
           MOVE WS-FATURA-IN TO BL-FATURA.
           MOVE WS-TODAY TO BL-DATA.
           MOVE "R" TO BL-TIPO.
           COMPUTE BL-VALOR = WS-VALOR-IN * -1.
           MOVE WS-DOC-IN TO BL-DESC.
           PERFORM ADD-MOVEMENT-PROCEDURE.
           MOVE WS-BC-SALDO(BC-IDX) TO M-VALOR.
           DISPLAY "Recebimento registado; saldo do cliente: " M-VALOR.


       SHOW-OPEN-INVOICES-PROCEDURE.
           MOVE ZERO TO WS-N-OPEN.
           PERFORM VARYING IV-IDX FROM 1 BY 1
               UNTIL IV-IDX > WS-INV-COUNT
               IF WS-IV-REF(IV-IDX) = WS-REF-IN
                   AND WS-IV-DIVIDA(IV-IDX) > ZERO
                   ADD 1 TO WS-N-OPEN
                   MOVE WS-IV-DIVIDA(IV-IDX) TO M-VALOR
                   DISPLAY "  fatura " WS-IV-FATURA(IV-IDX)
                       " de " WS-IV-DATA(IV-IDX) " em divida " M-VALOR
               END-IF
           END-PERFORM.


      *    Antiguidade por instituicao: cada fatura em aberto conta
      *    pelos dias passados desde o vencimento (data da fatura mais
      *    o prazo do cliente): por vencer, 1-30, 31-60, 61-90, +90.
       AGED-BALANCES-PROCEDURE.
           INITIALIZE WS-TOT-TABLE.
           MOVE ZERO TO WS-GRAND-TOTAL.
           OPEN OUTPUT AGED-REPORT-FILE.
           MOVE SPACES TO AGED-REPORT-LINE.
           STRING "ANTIGUIDADE DE SALDOS - CLIENTES INSTITUCIONAIS EM "
               WS-TODAY DELIMITED BY SIZE INTO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE ALL "=" TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE SPACES TO AGED-REPORT-LINE.
           MOVE "CLIENTE" TO AGED-REPORT-LINE.
           MOVE "POR VENCER" TO AGED-REPORT-LINE(36:).
           MOVE "1-30" TO AGED-REPORT-LINE(54:).
           MOVE "31-60" TO AGED-REPORT-LINE(65:).
           MOVE "61-90" TO AGED-REPORT-LINE(77:).
           MOVE "+90" TO AGED-REPORT-LINE(91:).
           MOVE "TOTAL" TO AGED-REPORT-LINE(101:).
           WRITE AGED-REPORT-LINE.
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BCUS-COUNT
               PERFORM AGE-ONE-CUSTOMER-PROCEDURE
           END-PERFORM.
           MOVE ALL "-" TO AGED-REPORT-LINE.
           WRITE AGED-REPORT-LINE.
           MOVE SPACES TO AGED-REPORT-LINE.
           MOVE "TOTAL" TO AGED-REPORT-LINE.
           PERFORM VARYING WS-AGE-I FROM 1 BY 1 UNTIL WS-AGE-I > 5
               MOVE WS-TOT-BUCKET(WS-AGE-I) TO M-BUCKET
               MOVE M-BUCKET
                   TO AGED-REPORT-LINE(23 + WS-AGE-I * 12:11)
           END-PERFORM.
           MOVE WS-GRAND-TOTAL TO M-BUCKET.
           MOVE M-BUCKET TO AGED-REPORT-LINE(95:).
           WRITE AGED-REPORT-LINE.
           CLOSE AGED-REPORT-FILE.
           MOVE "BOOK-CUSTOMERS" TO WS-SPL-PROGRAM.
           MOVE "ANTIGUIDADE DE SALDOS DE CLIENTES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-AGED-RPT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           MOVE WS-GRAND-TOTAL TO M-VALOR.
           DISPLAY "Total em divida: " M-VALOR.
           DISPLAY "Relatorio em " FUNCTION TRIM(WS-AGED-RPT-PATH)
               ".".


       AGE-ONE-CUSTOMER-PROCEDURE.
           INITIALIZE WS-AGE-TABLE.
           MOVE ZERO TO WS-CUST-TOTAL.
           PERFORM VARYING IV-IDX FROM 1 BY 1
               UNTIL IV-IDX > WS-INV-COUNT
               IF WS-IV-REF(IV-IDX) = WS-BC-REF(BC-IDX)
                   AND WS-IV-DIVIDA(IV-IDX) > ZERO
                   COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-IV-DATA(IV-IDX))
                       - WS-BC-PRAZO(BC-IDX)
                   EVALUATE TRUE
                       WHEN WS-DUE-DAYS <= 0
                           MOVE 1 TO WS-AGE-I
                       WHEN WS-DUE-DAYS <= 30
                           MOVE 2 TO WS-AGE-I
                       WHEN WS-DUE-DAYS <= 60
                           MOVE 3 TO WS-AGE-I
                       WHEN WS-DUE-DAYS <= 90
                           MOVE 4 TO WS-AGE-I
                       WHEN OTHER
                           MOVE 5 TO WS-AGE-I
                   END-EVALUATE
                   ADD WS-IV-DIVIDA(IV-IDX) TO WS-AGE-BUCKET(WS-AGE-I)
                   ADD WS-IV-DIVIDA(IV-IDX) TO WS-TOT-BUCKET(WS-AGE-I)
                   ADD WS-IV-DIVIDA(IV-IDX) TO WS-CUST-TOTAL
               END-IF
           END-PERFORM.
           IF WS-CUST-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD WS-CUST-TOTAL TO WS-GRAND-TOTAL.
           MOVE SPACES TO AGED-REPORT-LINE.
           MOVE WS-BC-REF(BC-IDX) TO AGED-REPORT-LINE.
           MOVE WS-BC-NOME(BC-IDX)(1:22) TO AGED-REPORT-LINE(12:).
           PERFORM VARYING WS-AGE-I FROM 1 BY 1 UNTIL WS-AGE-I > 5
               MOVE WS-AGE-BUCKET(WS-AGE-I) TO M-BUCKET
               MOVE M-BUCKET
                   TO AGED-REPORT-LINE(23 + WS-AGE-I * 12:11)
           END-PERFORM.
           MOVE WS-CUST-TOTAL TO M-BUCKET.
           MOVE M-BUCKET TO AGED-REPORT-LINE(95:).
           WRITE AGED-REPORT-LINE.


      *    Extrato do mes pedido, um bloco por cliente com movimentos
      *    ou saldo: saldo transportado, faturas, notas de credito e
      *    recebimentos do mes, saldo final e faturas em aberto.
       MONTHLY-STATEMENTS-PROCEDURE.
           DISPLAY "Mes dos extratos (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YYYYMM.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BCUS-COUNT
               PERFORM STATEMENT-ONE-CUSTOMER-PROCEDURE
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           MOVE "BOOK-CUSTOMERS" TO WS-SPL-PROGRAM.
           MOVE "EXTRATOS DE CLIENTES DA LIVRARIA" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-STMT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Extratos gerados em "
               FUNCTION TRIM(WS-STMT-PATH) ".".


       STATEMENT-ONE-CUSTOMER-PROCEDURE.
           MOVE ZERO TO WS-OPEN-BALANCE.
           MOVE ZERO TO WS-BALANCE.
           MOVE "N" TO WS-HAS-MOV.
           PERFORM VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > WS-MOV-COUNT
               IF WS-MV-REF(MV-IDX) = WS-BC-REF(BC-IDX)
                   COMPUTE WS-MV-YYYYMM = WS-MV-DATA(MV-IDX) / 100
                   IF WS-MV-YYYYMM < WS-SEL-YYYYMM
                       ADD WS-MV-VALOR(MV-IDX) TO WS-OPEN-BALANCE
                   END-IF
                   IF WS-MV-YYYYMM = WS-SEL-YYYYMM
                       MOVE "Y" TO WS-HAS-MOV
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HAS-MOV = "N" AND WS-OPEN-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE ALL "=" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 2 LINES.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "EXTRATO " WS-SEL-YYYYMM " - " WS-BC-NOME(BC-IDX)
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-BC-PRAZO(BC-IDX) TO M-PRAZO.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "Ref. " WS-BC-REF(BC-IDX) "  NIF " WS-BC-NIF(BC-IDX)
               "  prazo " M-PRAZO " dias"
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-OPEN-BALANCE TO M-VALOR.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "Saldo transportado:" M-VALOR
               DELIMITED BY SIZE INTO STATEMENT-LINE(43:).
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.

           MOVE WS-OPEN-BALANCE TO WS-BALANCE.
           PERFORM VARYING MV-IDX FROM 1 BY 1
               UNTIL MV-IDX > WS-MOV-COUNT
               IF WS-MV-REF(MV-IDX) = WS-BC-REF(BC-IDX)
                   COMPUTE WS-MV-YYYYMM = WS-MV-DATA(MV-IDX) / 100
                   IF WS-MV-YYYYMM = WS-SEL-YYYYMM
                       ADD WS-MV-VALOR(MV-IDX) TO WS-BALANCE
                       PERFORM STATEMENT-LINE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-BALANCE TO M-VALOR.
           MOVE SPACES TO STATEMENT-LINE.
           STRING "Saldo final:       " M-VALOR
               DELIMITED BY SIZE INTO STATEMENT-LINE(43:).
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.

      *    faturas ainda em aberto hoje, com o vencimento, para a
      *    instituicao saber o que pagar:
           PERFORM VARYING IV-IDX FROM 1 BY 1
               UNTIL IV-IDX > WS-INV-COUNT
               IF WS-IV-REF(IV-IDX) = WS-BC-REF(BC-IDX)
                   AND WS-IV-DIVIDA(IV-IDX) > ZERO
                   COMPUTE WS-DUE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-IV-DATA(IV-IDX))
                       - WS-BC-PRAZO(BC-IDX)
                   MOVE WS-IV-DIVIDA(IV-IDX) TO M-VALOR
                   MOVE WS-DUE-DAYS TO M-DIAS
                   MOVE SPACES TO STATEMENT-LINE
                   IF WS-DUE-DAYS > ZERO
                       STRING "  Em aberto: fatura "
                           WS-IV-FATURA(IV-IDX) " " M-VALOR
                           "  vencida ha " M-DIAS " dias"
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   ELSE
                       STRING "  Em aberto: fatura "
                           WS-IV-FATURA(IV-IDX) " " M-VALOR
                           "  por vencer"
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-IF
                   WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.


       STATEMENT-LINE-PROCEDURE.
           EVALUATE WS-MV-TIPO(MV-IDX)
               WHEN "F"
                   MOVE "Fatura" TO M-TIPO
               WHEN "C"
                   MOVE "Nota cred" TO M-TIPO
               WHEN "R"
                   MOVE "Recebim." TO M-TIPO
               WHEN OTHER
                   MOVE WS-MV-TIPO(MV-IDX) TO M-TIPO
           END-EVALUATE.
           MOVE WS-MV-VALOR(MV-IDX) TO M-VALOR.
           MOVE WS-BALANCE TO M-VALOR2.
           MOVE SPACES TO STATEMENT-LINE.
           STRING WS-MV-DATA(MV-IDX) " " M-TIPO " "
               WS-MV-FATURA(MV-IDX) " " WS-MV-DESC(MV-IDX)
               M-VALOR " " M-VALOR2
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOK_AGED_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AGED-RPT-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOK_STATEMENTS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-STMT-PATH
           END-IF.


       COPY "BCUSP.cpy".

       COPY "BLDGP.cpy".

       COPY "OPERP.cpy".

       COPY "GLJRNP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM BOOK-CUSTOMERS.
