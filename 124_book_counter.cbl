       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOK-COUNTER.
      *=================================================================
      * Purpose: Bookstore counter till. The operator signs on, scans
      *          or keys each ISBN (check digit validated at once, the
      *          same ISBN-10/ISBN-13 arithmetic as BOOKSTORE), the
      *          title, author, publisher and current recommended
      *          price come from the STOCK-MASTER, and an
      *          institutional customer reference and a gift voucher
      *          can be taken for the sale. Each confirmed sale prints
      *          a numbered customer receipt and appends complete
      *          BOOK-SALES records for the nightly BOOKSTORE run
      *          (which still redeems the voucher, posts the customer
      *          ledger and decrements the stock). Returns are keyed
      *          the same way and go out as reversal ("V") lines.
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
      *    vendas do dia, lidas a noite pelo BOOKSTORE:
           SELECT BOOK-SALES-FILE
               ASSIGN TO DYNAMIC WS-BOOK-SALES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOK-SALES-STATUS.

           SELECT RECEIPT-FILE
               ASSIGN TO DYNAMIC WS-RECEIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT RECEIPT-COUNTER-FILE
               ASSIGN TO DYNAMIC WS-RCT-CTR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCT-CTR-STATUS.

           SELECT PUBLISHER-TAX-FILE
               ASSIGN TO DYNAMIC WS-PUBLISHER-TAX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PUB-TAX-STATUS.

           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "BCUSSEL.cpy".
           COPY "VCHRSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      *    mesma imagem do BOOK-SALES de BOOKSTORE:
       FD BOOK-SALES-FILE.
       01 BOOK-SALES.
           05 FTITLE      PIC X(80).
           05 FAUTHOR     PIC X(30).
           05 FPUBLISHER  PIC X(20).
           05 FISBN       PIC X(13).
           05 FQTY        PIC 9999.
           05 FPRICE      PIC 9(5).
           05 FDISCOUNT   PIC 99.
           05 FTTYPE      PIC X.
           05 FCUSTREF    PIC X(10).
           05 FVOUCHER    PIC 9(6).
           05 FSTAFF      PIC 9(5).

       FD  RECEIPT-FILE.
       01  RECEIPT-LINE PIC X(60).

       FD  RECEIPT-COUNTER-FILE.
       01  RECEIPT-COUNTER-RECORD PIC 9(6).

       FD PUBLISHER-TAX-FILE.
       01 PUBLISHER-TAX-RECORD.
           05 PT-NAME     PIC X(20).
           05 PT-RATE     PIC 99V99.

           COPY "STOCKMFD.cpy".

           COPY "RJRNFD.cpy".
           COPY "BCUSFD.cpy".
           COPY "VCHRFD.cpy".
           COPY "OPERFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "STOCKMWS.cpy".

           COPY "RJRNWS.cpy".
           COPY "BCUSWS.cpy".
           COPY "VCHRWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-BOOK-SALES-PATH    PIC X(60)
           VALUE "..\input-bookstore.txt".
       01  WS-RECEIPT-PATH       PIC X(60)
           VALUE "..\counter-receipts.txt".
       01  WS-RCT-CTR-PATH       PIC X(60)
           VALUE "..\counter-receipt-no.txt".
       01  WS-PUBLISHER-TAX-PATH PIC X(60)
           VALUE "..\publisher-tax.txt".
       01  WS-ENV-VALUE          PIC X(60).

       01  WS-BOOK-SALES-STATUS PIC XX.
       01  WS-RECEIPT-STATUS    PIC XX.
       01  WS-RCT-CTR-STATUS    PIC XX.
       01  WS-RECEIPT-NO        PIC 9(6).

      * IVA por editora, como no BOOKSTORE (a taxa por omissao para
      * editoras fora da tabela):
       01 WS-PUB-TAX-STATUS PIC XX.
       01 WS-PUB-TAX-EOF    PIC X(12).
       01 WS-PUB-TAX-COUNT  PIC 99 VALUE ZERO.
       01 WS-PUB-TAX-TABLE.
           05 WS-PUB-TAX-ENTRY OCCURS 20 TIMES INDEXED BY PT-IDX.
               10 WS-PUB-NAME PIC X(20).
               10 WS-PUB-RATE PIC 99V99.
       01 WS-DEFAULT-TAX     PIC 99V99 VALUE 5.00.

      * mesma aritmetica dupla de digito de controlo usada em
      * BOOKSTORE: mod-11 para ISBN-10 ("X" para o resto 10), pesos
      * alternados 1/3 mod-10 para ISBN-13 (978/979):
       01 WS-ISBN-IN.
           05 WS-IN-ISBN-13.
               10 WS-IN-I13-PREFIX  PIC X(3).
               10 FILLER            PIC X(9).
               10 WS-IN-I13-CONTROL PIC X.
           05 WS-IN-ISBN-10 REDEFINES WS-IN-ISBN-13.
               10 FILLER            PIC X(9).
               10 WS-IN-I10-CONTROL PIC X.
               10 FILLER            PIC X(3).
       01 WS-ISBN-WORK.
           05 WS-ISBN-CHAR PIC X OCCURS 13 TIMES
               INDEXED BY WS-ISBN-IDX.
       01 WS-ISBN-DIGIT-N     PIC 9.
       01 WS-CHECK-SUM        PIC 9(4).
       01 WS-CHECK-REMAINDER  PIC 99.
       01 WS-EXPECTED-CHECK   PIC 99.
       01 WS-EXPECTED-DIGIT   PIC 9.
       01 WS-EXPECTED-CONTROL PIC X(1).
       01 WS-ISBN-OK          PIC X.

      * linhas da venda em curso (so gravadas ao confirmar):
       01  WS-LN-COUNT PIC 99 VALUE ZERO.
       01  WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 50 TIMES INDEXED BY LN-IDX.
               10 WS-LN-ISBN     PIC X(13).
               10 WS-LN-TITLE    PIC X(40).
               10 WS-LN-AUTOR    PIC X(30).
               10 WS-LN-EDITORA  PIC X(20).
               10 WS-LN-QTY      PIC 9(4).
               10 WS-LN-PRICE    PIC 9(5).
               10 WS-LN-DESC     PIC 99.
               10 WS-LN-VALOR    PIC 9(7)V99.

       01  WS-OPTION      PIC X.
       01  WS-CONFIRM     PIC X.
       01  WS-TODAY       PIC 9(8).
      * tipo das linhas: espaco = venda, "V" = devolucao (estorno):
       01  WS-TTYPE       PIC X.
       01  WS-CUSTREF     PIC X(10).
       01  WS-VOUCHER     PIC 9(6).
       01  WS-ON-ACCOUNT  PIC X.
       01  WS-CUST-DESC   PIC 99.
       01  WS-QTY-IN      PIC 9(4).
       01  WS-PRICE-IN    PIC 9(5).
       01  WS-DESC-IN     PIC 99.
       01  WS-LINE-TAX    PIC 99V99.
       01  WS-SALE-TOTAL  PIC 9(8)V99.
       01  WS-VCHR-ESTIMATE PIC 9(7)V99.
       01  WS-TO-PAY      PIC 9(8)V99.
       01  WS-N-SALES     PIC 9(4) VALUE ZERO.

       01  M-QTY     PIC ZZZ9.
       01  M-PRICE   PIC ZZZZ9.
       01  M-DESC    PIC Z9.
       01  M-VALOR   PIC Z(6)9.99.
       01  M-TOTAL   PIC Z(7)9.99.
       01  M-STOCK   PIC Z(5)9.

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
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM INIT-BCUS-PATH-PROCEDURE.
           PERFORM LOAD-BOOK-CUSTOMERS-PROCEDURE.
           PERFORM INIT-VOUCHER-PATH-PROCEDURE.
           PERFORM LOAD-VOUCHER-FILE-PROCEDURE.
           PERFORM READ-PUBLISHER-TAX-PROCEDURE.
           PERFORM READ-RECEIPT-COUNTER-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "3"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1"
                       MOVE SPACE TO WS-TTYPE
                       PERFORM COUNTER-SALE-PROCEDURE
                   WHEN "2"
                       MOVE "V" TO WS-TTYPE
                       PERFORM COUNTER-SALE-PROCEDURE
                   WHEN "3" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           DISPLAY WS-N-SALES " talao(oes) emitido(s); vendas em "
               FUNCTION TRIM(WS-BOOK-SALES-PATH) ".".

           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOK_SALES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BOOK-SALES-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COUNTER_RECEIPTS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RECEIPT-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "COUNTER_RECEIPT_NO_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RCT-CTR-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PUBLISHER_TAX_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PUBLISHER-TAX-PATH
           END-IF.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- CAIXA DO BALCAO (LIVRARIA) -----".
           DISPLAY "1 - Venda".
           DISPLAY "2 - Devolucao (estorno)".
           DISPLAY "3 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    uma venda (ou devolucao): cliente e vale opcionais, depois
      *    as linhas lidas ISBN a ISBN ate um ISBN em branco; nada e
      *    gravado sem confirmacao:
       COUNTER-SALE-PROCEDURE.
           MOVE ZERO TO WS-LN-COUNT.
           MOVE ZERO TO WS-SALE-TOTAL.
           MOVE ZERO TO WS-VOUCHER.
           MOVE ZERO TO WS-CUST-DESC.
           MOVE "N" TO WS-ON-ACCOUNT.
           MOVE "N" TO WS-BCUS-FOUND.
           PERFORM ASK-CUSTOMER-PROCEDURE.
           IF WS-TTYPE = SPACE
               PERFORM ASK-VOUCHER-PROCEDURE
           END-IF.

           MOVE "X" TO WS-ISBN-IN.
           PERFORM UNTIL WS-ISBN-IN = SPACES
               PERFORM SCAN-LINE-PROCEDURE
           END-PERFORM.

           IF WS-LN-COUNT = ZERO
               DISPLAY "Sem linhas -- nada registado."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SALE-TOTAL TO M-TOTAL.
           DISPLAY "Total (IVA incluido): " M-TOTAL.
           DISPLAY "Confirmar (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Venda anulada -- nada registado."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RECEIPT-NO.
           PERFORM WRITE-RECEIPT-COUNTER-PROCEDURE.
           PERFORM WRITE-SALES-LINES-PROCEDURE.
           PERFORM PRINT-RECEIPT-PROCEDURE.
           ADD 1 TO WS-N-SALES.


      *    referencia em branco = venda ao publico; preenchida tem de
      *    estar no BOOK-CUSTOMERS (o BOOKSTORE recusaria a linha) e o
      *    desconto acordado substitui o do operador:
       ASK-CUSTOMER-PROCEDURE.
           MOVE "X" TO WS-CUSTREF.
           PERFORM UNTIL WS-CUSTREF = SPACES OR WS-BCUS-FOUND = "Y"
               MOVE SPACES TO WS-CUSTREF
               DISPLAY "Cliente institucional (vazio = nenhum): "
                   WITH NO ADVANCING
               ACCEPT WS-CUSTREF
               IF WS-CUSTREF NOT = SPACES
                   MOVE WS-CUSTREF TO WS-BCUS-LOOKUP-REF
                   PERFORM LOOKUP-BOOK-CUSTOMER-PROCEDURE
                   IF WS-BCUS-FOUND = "N"
                       DISPLAY "Cliente nao registado."
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BCUS-FOUND = "Y"
               DISPLAY "  " WS-BC-NOME(BC-IDX)
               MOVE WS-BC-DESCONTO(BC-IDX) TO WS-CUST-DESC
               IF WS-BC-PRAZO(BC-IDX) > ZERO
                   MOVE "Y" TO WS-ON-ACCOUNT
                   DISPLAY "  Venda a credito (conta-corrente)."
               END-IF
           END-IF.


      *    o vale so e conferido aqui (existe, ativo, dentro do
      *    prazo); o abate ao saldo continua a ser feito pelo
      *    BOOKSTORE ao processar as linhas:
       ASK-VOUCHER-PROCEDURE.
           IF WS-ON-ACCOUNT = "Y"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Vale-oferta (0 = nenhum): " WITH NO ADVANCING.
           ACCEPT WS-VOUCHER.
           IF WS-VOUCHER = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VCHR-FOUND.
           PERFORM VARYING VC-IDX FROM 1 BY 1
               UNTIL VC-IDX > WS-VCHR-COUNT
               IF WS-VC-SERIAL(VC-IDX) = WS-VOUCHER
                   MOVE "Y" TO WS-VCHR-FOUND
               END-IF
               IF WS-VCHR-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-VCHR-FOUND = "N"
               DISPLAY "Vale desconhecido -- venda sem vale."
               MOVE ZERO TO WS-VOUCHER
           ELSE IF WS-VC-STATUS(VC-IDX) NOT = "A"
               OR WS-VC-EXPIRY(VC-IDX) < WS-TODAY
               DISPLAY "Vale esgotado ou expirado -- venda sem vale."
               MOVE ZERO TO WS-VOUCHER
           ELSE
               MOVE WS-VC-BALANCE(VC-IDX) TO M-VALOR
               DISPLAY "  Saldo do vale: " M-VALOR
           END-IF.


      *    uma linha: o ISBN e conferido de imediato e o titulo vem
      *    do STOCK-MASTER, com o PVP em vigor hoje:
       SCAN-LINE-PROCEDURE.
           MOVE SPACES TO WS-ISBN-IN.
           DISPLAY "ISBN (vazio = fim): " WITH NO ADVANCING.
           ACCEPT WS-ISBN-IN.
           IF WS-ISBN-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-LN-COUNT >= 50
               DISPLAY "Limite de 50 linhas por talao."
               MOVE SPACES TO WS-ISBN-IN
               EXIT PARAGRAPH
           END-IF.

           PERFORM VALIDATE-COUNTER-ISBN-PROCEDURE.
           IF WS-ISBN-OK = "N"
               DISPLAY "ISBN invalido (digito de controlo) -- "
                   "volte a ler."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ISBN-IN TO WS-STOCK-LOOKUP-ISBN.
           PERFORM LOOKUP-STOCK-PROCEDURE.
           IF WS-STOCK-FOUND = "N"
               DISPLAY "ISBN fora do STOCK-MASTER -- de entrada ao "
                   "titulo antes de o vender."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-LN-COUNT.
           SET LN-IDX TO WS-LN-COUNT.
           MOVE WS-ISBN-IN TO WS-LN-ISBN(LN-IDX).
           MOVE WS-STOCK-TITLE(SM-IDX) TO WS-LN-TITLE(LN-IDX).
           MOVE WS-STOCK-AUTOR(SM-IDX) TO WS-LN-AUTOR(LN-IDX).
           MOVE WS-STOCK-EDITORA(SM-IDX) TO WS-LN-EDITORA(LN-IDX).
           DISPLAY "  " WS-LN-TITLE(LN-IDX).

      *    titulos ainda sem autor ou editora no master (nunca
      *    vendidos nem recebidos com eles): pede-se ao operador:
           IF WS-LN-AUTOR(LN-IDX) = SPACES
               DISPLAY "  Autor: " WITH NO ADVANCING
               ACCEPT WS-LN-AUTOR(LN-IDX)
           END-IF.
           IF WS-LN-EDITORA(LN-IDX) = SPACES
               DISPLAY "  Editora: " WITH NO ADVANCING
               ACCEPT WS-LN-EDITORA(LN-IDX)
           END-IF.

           MOVE WS-TODAY TO WS-STOCK-PVP-ON.
           PERFORM CURRENT-PVP-PROCEDURE.
           MOVE WS-STOCK-PVP-CURRENT TO WS-LN-PRICE(LN-IDX).
           IF WS-LN-PRICE(LN-IDX) = ZERO
               MOVE ZERO TO WS-PRICE-IN
               PERFORM UNTIL WS-PRICE-IN > ZERO
                   DISPLAY "  Titulo sem PVP -- preco: "
                       WITH NO ADVANCING
                   ACCEPT WS-PRICE-IN
               END-PERFORM
               MOVE WS-PRICE-IN TO WS-LN-PRICE(LN-IDX)
           ELSE
               MOVE WS-LN-PRICE(LN-IDX) TO M-PRICE
               DISPLAY "  PVP: " M-PRICE
           END-IF.

           DISPLAY "  Quantidade (0 = 1): " WITH NO ADVANCING.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN = ZERO
               MOVE 1 TO WS-QTY-IN
           END-IF.
           MOVE WS-QTY-IN TO WS-LN-QTY(LN-IDX).
           IF WS-TTYPE = SPACE
               AND WS-QTY-IN > WS-STOCK-ON-HAND(SM-IDX)
               MOVE WS-STOCK-ON-HAND(SM-IDX) TO M-STOCK
               DISPLAY "  AVISO: so " M-STOCK " em stock -- o "
                   "resto fica em backorder."
           END-IF.

           IF WS-BCUS-FOUND = "Y"
               MOVE WS-CUST-DESC TO WS-LN-DESC(LN-IDX)
           ELSE
               DISPLAY "  Desconto % (0 = nenhum): " WITH NO ADVANCING
               ACCEPT WS-DESC-IN
               MOVE WS-DESC-IN TO WS-LN-DESC(LN-IDX)
           END-IF.

           PERFORM LOOKUP-PUBLISHER-TAX-PROCEDURE.
           COMPUTE WS-LN-VALOR(LN-IDX) ROUNDED =
               WS-LN-PRICE(LN-IDX) * WS-LN-QTY(LN-IDX)
               * (100 - WS-LN-DESC(LN-IDX)) / 100
               * (100 + WS-LINE-TAX) / 100.
           ADD WS-LN-VALOR(LN-IDX) TO WS-SALE-TOTAL.
           MOVE WS-LN-VALOR(LN-IDX) TO M-VALOR.
           DISPLAY "  Valor: " M-VALOR.


       VALIDATE-COUNTER-ISBN-PROCEDURE.
           MOVE "Y" TO WS-ISBN-OK.
           MOVE WS-ISBN-IN TO WS-ISBN-WORK.
           IF WS-ISBN-IN(1:13) IS NUMERIC
               AND (WS-IN-I13-PREFIX = "978"
                   OR WS-IN-I13-PREFIX = "979")
               PERFORM VALIDATE-ISBN13-PROCEDURE
           ELSE
               PERFORM VALIDATE-ISBN10-PROCEDURE
           END-IF.


       VALIDATE-ISBN10-PROCEDURE.
           MOVE ZERO TO WS-CHECK-SUM.
           PERFORM VARYING WS-ISBN-IDX FROM 1 BY 1
               UNTIL WS-ISBN-IDX > 9
               IF WS-ISBN-CHAR(WS-ISBN-IDX) IS NUMERIC
                   MOVE WS-ISBN-CHAR(WS-ISBN-IDX) TO WS-ISBN-DIGIT-N
                   COMPUTE WS-CHECK-SUM = WS-CHECK-SUM +
                       (WS-ISBN-DIGIT-N * (11 - WS-ISBN-IDX))
               ELSE
                   MOVE "N" TO WS-ISBN-OK
               END-IF
           END-PERFORM.

           COMPUTE WS-CHECK-REMAINDER = FUNCTION MOD(WS-CHECK-SUM, 11).
           COMPUTE WS-EXPECTED-CHECK = 11 - WS-CHECK-REMAINDER.

           EVALUATE WS-EXPECTED-CHECK
               WHEN 11
                   MOVE "0" TO WS-EXPECTED-CONTROL
               WHEN 10
                   MOVE "X" TO WS-EXPECTED-CONTROL
               WHEN OTHER
                   MOVE WS-EXPECTED-CHECK TO WS-EXPECTED-DIGIT
                   MOVE WS-EXPECTED-DIGIT TO WS-EXPECTED-CONTROL
           END-EVALUATE.

           IF WS-IN-I10-CONTROL NOT = WS-EXPECTED-CONTROL
               MOVE "N" TO WS-ISBN-OK
           END-IF.


       VALIDATE-ISBN13-PROCEDURE.
           MOVE ZERO TO WS-CHECK-SUM.
           PERFORM VARYING WS-ISBN-IDX FROM 1 BY 1
               UNTIL WS-ISBN-IDX > 12
               MOVE WS-ISBN-CHAR(WS-ISBN-IDX) TO WS-ISBN-DIGIT-N
               IF FUNCTION MOD(WS-ISBN-IDX, 2) = 1
                   ADD WS-ISBN-DIGIT-N TO WS-CHECK-SUM
               ELSE
                   COMPUTE WS-CHECK-SUM =
                       WS-CHECK-SUM + (WS-ISBN-DIGIT-N * 3)
               END-IF
           END-PERFORM.

           COMPUTE WS-CHECK-REMAINDER = FUNCTION MOD(WS-CHECK-SUM, 10).
           COMPUTE WS-EXPECTED-CHECK =
               FUNCTION MOD(10 - WS-CHECK-REMAINDER, 10).
           MOVE WS-EXPECTED-CHECK TO WS-EXPECTED-DIGIT.
           MOVE WS-EXPECTED-DIGIT TO WS-EXPECTED-CONTROL.

           IF WS-IN-I13-CONTROL NOT = WS-EXPECTED-CONTROL
               MOVE "N" TO WS-ISBN-OK
           END-IF.


      *    uma linha de BOOK-SALES por linha do talao, completa, no
      *    fim do ficheiro do dia:
       WRITE-SALES-LINES-PROCEDURE.
           OPEN EXTEND BOOK-SALES-FILE.
           IF WS-BOOK-SALES-STATUS = "35"
               OPEN OUTPUT BOOK-SALES-FILE
           END-IF.
           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LN-COUNT
               MOVE SPACES TO BOOK-SALES
               MOVE WS-LN-TITLE(LN-IDX) TO FTITLE
               MOVE WS-LN-AUTOR(LN-IDX) TO FAUTHOR
               MOVE WS-LN-EDITORA(LN-IDX) TO FPUBLISHER
               MOVE WS-LN-ISBN(LN-IDX) TO FISBN
               MOVE WS-LN-QTY(LN-IDX) TO FQTY
               MOVE WS-LN-PRICE(LN-IDX) TO FPRICE
               MOVE WS-LN-DESC(LN-IDX) TO FDISCOUNT
               MOVE WS-TTYPE TO FTTYPE
               MOVE WS-CUSTREF TO FCUSTREF
               MOVE WS-VOUCHER TO FVOUCHER
               MOVE ZERO TO FSTAFF
               WRITE BOOK-SALES
           END-PERFORM.
           CLOSE BOOK-SALES-FILE.


      *    o talao do cliente sai no ecra e fica acumulado no
      *    ficheiro de taloes, para reimpressao:
       PRINT-RECEIPT-PROCEDURE.
           OPEN EXTEND RECEIPT-FILE.
           IF WS-RECEIPT-STATUS = "35"
               OPEN OUTPUT RECEIPT-FILE
           END-IF.
           MOVE ALL "=" TO RECEIPT-LINE.
           PERFORM PUT-RECEIPT-LINE-PROCEDURE.
           MOVE SPACES TO RECEIPT-LINE.
           IF WS-TTYPE = "V"
               STRING "LIVRARIA - DEVOLUCAO No " WS-RECEIPT-NO
                   DELIMITED BY SIZE INTO RECEIPT-LINE
           ELSE
               STRING "LIVRARIA - TALAO DE VENDA No " WS-RECEIPT-NO
                   DELIMITED BY SIZE INTO RECEIPT-LINE
           END-IF.
           PERFORM PUT-RECEIPT-LINE-PROCEDURE.
           MOVE SPACES TO RECEIPT-LINE.
           STRING "Data: " WS-TODAY "   Operador: " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO RECEIPT-LINE.
           PERFORM PUT-RECEIPT-LINE-PROCEDURE.
           IF WS-BCUS-FOUND = "Y"
               MOVE SPACES TO RECEIPT-LINE
               STRING "Cliente: " WS-CUSTREF " " WS-BC-NOME(BC-IDX)
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               PERFORM PUT-RECEIPT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "-" TO RECEIPT-LINE.
           PERFORM PUT-RECEIPT-LINE-PROCEDURE.

           PERFORM VARYING LN-IDX FROM 1 BY 1
               UNTIL LN-IDX > WS-LN-COUNT
               MOVE SPACES TO RECEIPT-LINE
               STRING WS-LN-TITLE(LN-IDX) DELIMITED BY SIZE
                   INTO RECEIPT-LINE
               PERFORM PUT-RECEIPT-LINE-PROCEDURE
               MOVE WS-LN-QTY(LN-IDX) TO M-QTY
               MOVE WS-LN-PRICE(LN-IDX) TO M-PRICE
               MOVE WS-LN-DESC(LN-IDX) TO M-DESC
               MOVE WS-LN-VALOR(LN-IDX) TO M-VALOR
               MOVE SPACES TO RECEIPT-LINE
               STRING "  " WS-LN-ISBN(LN-IDX) " " M-QTY " x " M-PRICE
                   " -" M-DESC "% " M-VALOR
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               PERFORM PUT-RECEIPT-LINE-PROCEDURE
           END-PERFORM.

           MOVE ALL "-" TO RECEIPT-LINE.
           PERFORM PUT-RECEIPT-LINE-PROCEDURE.
           MOVE WS-SALE-TOTAL TO M-TOTAL.
           MOVE SPACES TO RECEIPT-LINE.
           IF WS-TTYPE = "V"
               STRING "TOTAL A DEVOLVER (IVA incl.)   " M-TOTAL
                   DELIMITED BY SIZE INTO RECEIPT-LINE
           ELSE
               STRING "TOTAL (IVA incluido)           " M-TOTAL
                   DELIMITED BY SIZE INTO RECEIPT-LINE
           END-IF.
           PERFORM PUT-RECEIPT-LINE-PROCEDURE.

      *    forma de pagamento: a credito, com vale (ate ao saldo que
      *    o vale tem hoje) ou em caixa:
           MOVE WS-SALE-TOTAL TO WS-TO-PAY.
           IF WS-ON-ACCOUNT = "Y"
               MOVE SPACES TO RECEIPT-LINE
               STRING "A debitar na conta-corrente do cliente."
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               PERFORM PUT-RECEIPT-LINE-PROCEDURE
               MOVE ZERO TO WS-TO-PAY
           ELSE IF WS-VOUCHER > ZERO
               MOVE WS-VC-BALANCE(VC-IDX) TO WS-VCHR-ESTIMATE
               IF WS-VCHR-ESTIMATE > WS-SALE-TOTAL
                   MOVE WS-SALE-TOTAL TO WS-VCHR-ESTIMATE
               END-IF
               SUBTRACT WS-VCHR-ESTIMATE FROM WS-TO-PAY
               MOVE WS-VCHR-ESTIMATE TO M-TOTAL
               MOVE SPACES TO RECEIPT-LINE
               STRING "Vale-oferta " WS-VOUCHER "            -"
                   M-TOTAL DELIMITED BY SIZE INTO RECEIPT-LINE
               PERFORM PUT-RECEIPT-LINE-PROCEDURE
           END-IF.
           IF WS-TTYPE = SPACE
               MOVE WS-TO-PAY TO M-TOTAL
               MOVE SPACES TO RECEIPT-LINE
               STRING "A PAGAR                        " M-TOTAL
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               PERFORM PUT-RECEIPT-LINE-PROCEDURE
           END-IF.
           MOVE ALL "=" TO RECEIPT-LINE.
           PERFORM PUT-RECEIPT-LINE-PROCEDURE.
           CLOSE RECEIPT-FILE.


       PUT-RECEIPT-LINE-PROCEDURE.
           DISPLAY RECEIPT-LINE.
           WRITE RECEIPT-LINE.


       LOOKUP-PUBLISHER-TAX-PROCEDURE.
           MOVE WS-DEFAULT-TAX TO WS-LINE-TAX.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PUB-TAX-COUNT
               IF WS-PUB-NAME(PT-IDX) = WS-LN-EDITORA(LN-IDX)
                   MOVE WS-PUB-RATE(PT-IDX) TO WS-LINE-TAX
               END-IF
           END-PERFORM.


       READ-PUBLISHER-TAX-PROCEDURE.
           MOVE ZERO TO WS-PUB-TAX-COUNT.
           MOVE SPACES TO WS-PUB-TAX-EOF.
           OPEN INPUT PUBLISHER-TAX-FILE.
           IF WS-PUB-TAX-STATUS = "00"
               READ PUBLISHER-TAX-FILE
                   AT END MOVE "NO-MORE-DATA" TO WS-PUB-TAX-EOF
               END-READ
               PERFORM UNTIL WS-PUB-TAX-EOF = "NO-MORE-DATA"
                       OR WS-PUB-TAX-COUNT >= 20
                   ADD 1 TO WS-PUB-TAX-COUNT
                   MOVE PT-NAME TO WS-PUB-NAME(WS-PUB-TAX-COUNT)
                   MOVE PT-RATE TO WS-PUB-RATE(WS-PUB-TAX-COUNT)
                   READ PUBLISHER-TAX-FILE
                       AT END MOVE "NO-MORE-DATA" TO WS-PUB-TAX-EOF
                   END-READ
               END-PERFORM
               CLOSE PUBLISHER-TAX-FILE
           END-IF.


      *    contador de taloes persistido, no mesmo desenho do
      *    contador de encomendas do PURCHASE-ORDERS:
       READ-RECEIPT-COUNTER-PROCEDURE.
           MOVE ZERO TO WS-RECEIPT-NO.
           OPEN INPUT RECEIPT-COUNTER-FILE.
           IF WS-RCT-CTR-STATUS = "00"
               READ RECEIPT-COUNTER-FILE
                   NOT AT END MOVE RECEIPT-COUNTER-RECORD
                       TO WS-RECEIPT-NO
               END-READ
           END-IF.
           CLOSE RECEIPT-COUNTER-FILE.


       WRITE-RECEIPT-COUNTER-PROCEDURE.
           OPEN OUTPUT RECEIPT-COUNTER-FILE.
           MOVE WS-RECEIPT-NO TO RECEIPT-COUNTER-RECORD.
           WRITE RECEIPT-COUNTER-RECORD.
           CLOSE RECEIPT-COUNTER-FILE.


       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "BCUSP.cpy".

       COPY "VCHRP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM BOOK-COUNTER.
