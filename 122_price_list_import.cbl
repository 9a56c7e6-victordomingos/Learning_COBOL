       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICE-LIST-IMPORT.
      *=================================================================
      * Purpose: Load a publisher's price list (ISBN, new recommended
      *          retail price, effective date) into the PVP fields of
      *          the STOCK-MASTER. ISBNs not on the master or failing
      *          the check digit (the same ISBN-10/ISBN-13 arithmetic
      *          BOOKSTORE and GOODS-RECEIVED use) go to the shared
      *          exceptions file. Prices dated in the future are kept
      *          as the announced next PVP and applied by the first
      *          run on or after their date. Prints the repricing
      *          report (titles whose price changed, stock affected
      *          and value difference) and the shelf labels for the
      *          new prices. BOOKSTORE flags sales whose FPRICE is not
      *          the PVP in force.
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
           SELECT PRICE-LIST-FILE
           ASSIGN TO DYNAMIC WS-PRICE-LIST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-LIST-STATUS.

           SELECT REPRICING-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPRICING-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHELF-LABEL-FILE
           ASSIGN TO DYNAMIC WS-LABELS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  PRICE-LIST-FILE.
       01  PRICE-LIST-RECORD.
      *    ISBN-10 (10 posicoes + 3 espacos) ou ISBN-13 (13 digitos
      *    978/979), como nas vendas:
           05 PL-ISBN.
               06 PL-I13-PREFIX PIC X(3).
               06 FILLER        PIC X(10).
           05 PL-ISBN-10 REDEFINES PL-ISBN.
               06 PL-I10-BODY    PIC X(9).
               06 PL-I10-CONTROL PIC X(1).
               06 FILLER         PIC X(3).
           05 PL-ISBN-13 REDEFINES PL-ISBN.
               06 FILLER         PIC X(12).
               06 PL-I13-CONTROL PIC X(1).
      *    novo PVP, na mesma unidade do FPRICE das vendas:
           05 PL-PVP      PIC 9(5).
      *    data de entrada em vigor (AAAAMMDD; zero = ja):
           05 PL-DATA     PIC 9(8).

       FD  REPRICING-REPORT-FILE.
       01  REPRICING-LINE PIC X(100).

       FD  SHELF-LABEL-FILE.
       01  SHELF-LABEL-LINE PIC X(40).

       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PRICE-LIST-PATH   PIC X(60) VALUE "..\price-list.txt".
       01  WS-PRICE-LIST-STATUS PIC XX.
       01  WS-REPRICING-PATH    PIC X(60)
           VALUE "..\repricing-report.txt".
       01  WS-LABELS-PATH       PIC X(60)
           VALUE "..\shelf-labels.txt".
       01  WS-ENV-VALUE         PIC X(60).

       01  WS-EOF        PIC X VALUE "N".
       01  WS-TODAY      PIC 9(8).
       01  WS-N-READ     PIC 9(4) VALUE ZERO.
       01  WS-N-REJECTED PIC 9(4) VALUE ZERO.
       01  WS-N-SCHEDULED PIC 9(4) VALUE ZERO.
       01  WS-N-SAME     PIC 9(4) VALUE ZERO.

      * mesma aritmetica dupla de digito de controlo usada em
      * BOOKSTORE: mod-11 para ISBN-10 ("X" para o resto 10), pesos
      * alternados 1/3 mod-10 para ISBN-13 (978/979):
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

      * precos alterados nesta execucao, para o relatorio e as
      * etiquetas:
       01  WS-CH-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 200 TIMES INDEXED BY CH-IDX.
               10 WS-CH-ISBN     PIC X(13).
               10 WS-CH-TITLE    PIC X(40).
               10 WS-CH-ANTIGO   PIC 9(5).
               10 WS-CH-NOVO     PIC 9(5).
               10 WS-CH-DATA     PIC 9(8).
               10 WS-CH-STOCK    PIC 9(6).
               10 WS-CH-DIFF     PIC S9(9).
       01  WS-CH-OVERFLOW PIC X VALUE "N".
       01  WS-TOTAL-DIFF  PIC S9(9) VALUE ZERO.
       01  WS-OLD-PVP     PIC 9(5).
       01  WS-NEW-PVP     PIC 9(5).
       01  WS-NEW-DATA    PIC 9(8).

       01  M-PVP      PIC Z(4)9.
       01  M-PVP2     PIC Z(4)9.
       01  M-STOCK    PIC Z(5)9.
       01  M-DIFF     PIC -Z(8)9.

       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           MOVE "PRICE-LIST-IMPORT" TO WS-RJ-JOB.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.

           OPEN INPUT PRICE-LIST-FILE.
           IF WS-PRICE-LIST-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
                   WS-PRICE-LIST-PATH
                   " (file status " WS-PRICE-LIST-STATUS ")"
               CLOSE EXCEPTIONS-FILE
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    precos anunciados em tabelas anteriores cuja data ja
      *    chegou passam primeiro a PVP em vigor:
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-STOCK-COUNT
               IF WS-STOCK-PVP-NOVO-DATA(SM-IDX) > ZERO
                   AND WS-STOCK-PVP-NOVO-DATA(SM-IDX) <= WS-TODAY
                   MOVE WS-STOCK-PVP-NOVO(SM-IDX) TO WS-NEW-PVP
                   MOVE WS-STOCK-PVP-NOVO-DATA(SM-IDX) TO WS-NEW-DATA
                   MOVE ZERO TO WS-STOCK-PVP-NOVO(SM-IDX)
                   MOVE ZERO TO WS-STOCK-PVP-NOVO-DATA(SM-IDX)
                   PERFORM APPLY-PVP-PROCEDURE
               END-IF
           END-PERFORM.

           PERFORM UNTIL WS-EOF = "Y"
               READ PRICE-LIST-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM IMPORT-ONE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PRICE-LIST-FILE.

           PERFORM WRITE-REPRICING-REPORT-PROCEDURE.
           PERFORM WRITE-SHELF-LABELS-PROCEDURE.
           PERFORM SAVE-STOCK-MASTER-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.

           DISPLAY "Linhas lidas: " WS-N-READ
               "  rejeitadas: " WS-N-REJECTED
               "  agendadas: " WS-N-SCHEDULED.
           DISPLAY "Precos alterados: " WS-CH-COUNT
               "  sem alteracao: " WS-N-SAME.
           IF WS-CH-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 200 alteracoes -- relatorio e "
                   "etiquetas so com as primeiras 200."
           END-IF.
           DISPLAY "Relatorio de remarcacao em "
               FUNCTION TRIM(WS-REPRICING-PATH).
           DISPLAY "Etiquetas de prateleira em "
               FUNCTION TRIM(WS-LABELS-PATH).
           STOP RUN.


       IMPORT-ONE-PROCEDURE.
           ADD 1 TO WS-N-READ.
           PERFORM VALIDATE-PRICE-ISBN-PROCEDURE.
           IF WS-ISBN-OK = "N"
               ADD 1 TO WS-N-REJECTED
               MOVE "PRICE-LIST-IMPORT" TO EX-PROGRAM
               MOVE "ISBN invalido na tabela PVP" TO EX-REASON
               MOVE PL-ISBN TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-ISBN TO WS-STOCK-LOOKUP-ISBN.
           PERFORM LOOKUP-STOCK-PROCEDURE.
           IF WS-STOCK-FOUND = "N"
               ADD 1 TO WS-N-REJECTED
               MOVE "PRICE-LIST-IMPORT" TO EX-PROGRAM
               MOVE "ISBN fora do STOCK-MASTER" TO EX-REASON
               MOVE PL-ISBN TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           IF PL-PVP NOT NUMERIC OR PL-PVP = ZERO
               OR PL-DATA NOT NUMERIC
               ADD 1 TO WS-N-REJECTED
               MOVE "PRICE-LIST-IMPORT" TO EX-PROGRAM
               MOVE "PVP ou data invalidos" TO EX-REASON
               MOVE PL-ISBN TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE PL-PVP TO WS-NEW-PVP.
           MOVE PL-DATA TO WS-NEW-DATA.
           IF WS-NEW-DATA = ZERO
               MOVE WS-TODAY TO WS-NEW-DATA
           END-IF.

      *    preco com data futura: fica anunciado (substitui um
      *    anuncio anterior) e o PVP em vigor nao muda ainda:
           IF WS-NEW-DATA > WS-TODAY
               MOVE WS-NEW-PVP TO WS-STOCK-PVP-NOVO(SM-IDX)
               MOVE WS-NEW-DATA TO WS-STOCK-PVP-NOVO-DATA(SM-IDX)
               ADD 1 TO WS-N-SCHEDULED
               EXIT PARAGRAPH
           END-IF.

      *    um anuncio anterior que esta tabela ja ultrapassa deixa de
      *    contar:
           IF WS-STOCK-PVP-NOVO-DATA(SM-IDX) > ZERO
               AND WS-STOCK-PVP-NOVO-DATA(SM-IDX) <= WS-NEW-DATA
               MOVE ZERO TO WS-STOCK-PVP-NOVO(SM-IDX)
               MOVE ZERO TO WS-STOCK-PVP-NOVO-DATA(SM-IDX)
           END-IF.
           PERFORM APPLY-PVP-PROCEDURE.


      *    Novo PVP em vigor para o titulo em SM-IDX: so entra no
      *    relatorio e nas etiquetas se o preco mudou; a diferenca de
      *    valor e a do stock existente ao novo preco.
       APPLY-PVP-PROCEDURE.
           MOVE WS-STOCK-PVP(SM-IDX) TO WS-OLD-PVP.
           MOVE WS-NEW-PVP TO WS-STOCK-PVP(SM-IDX).
           MOVE WS-NEW-DATA TO WS-STOCK-PVP-DATA(SM-IDX).
           IF WS-NEW-PVP = WS-OLD-PVP
               ADD 1 TO WS-N-SAME
               EXIT PARAGRAPH
           END-IF.
           IF WS-CH-COUNT >= 200
               MOVE "Y" TO WS-CH-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CH-COUNT.
           SET CH-IDX TO WS-CH-COUNT.
           MOVE WS-STOCK-ISBN(SM-IDX) TO WS-CH-ISBN(CH-IDX).
           MOVE WS-STOCK-TITLE(SM-IDX) TO WS-CH-TITLE(CH-IDX).
           MOVE WS-OLD-PVP TO WS-CH-ANTIGO(CH-IDX).
           MOVE WS-NEW-PVP TO WS-CH-NOVO(CH-IDX).
           MOVE WS-NEW-DATA TO WS-CH-DATA(CH-IDX).
           MOVE WS-STOCK-ON-HAND(SM-IDX) TO WS-CH-STOCK(CH-IDX).
           COMPUTE WS-CH-DIFF(CH-IDX) =
               (WS-NEW-PVP - WS-OLD-PVP) * WS-STOCK-ON-HAND(SM-IDX).
           ADD WS-CH-DIFF(CH-IDX) TO WS-TOTAL-DIFF.


       VALIDATE-PRICE-ISBN-PROCEDURE.
           MOVE "Y" TO WS-ISBN-OK.
           MOVE PL-ISBN TO WS-ISBN-WORK.
           IF PL-ISBN(1:13) IS NUMERIC
               AND (PL-I13-PREFIX = "978" OR PL-I13-PREFIX = "979")
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

           IF PL-I10-CONTROL NOT = WS-EXPECTED-CONTROL
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

           IF PL-I13-CONTROL NOT = WS-EXPECTED-CONTROL
               MOVE "N" TO WS-ISBN-OK
           END-IF.


       WRITE-REPRICING-REPORT-PROCEDURE.
           OPEN OUTPUT REPRICING-REPORT-FILE.
           MOVE SPACES TO REPRICING-LINE.
           STRING "REMARCACAO DE PRECOS (PVP DAS EDITORAS) EM "
               WS-TODAY DELIMITED BY SIZE INTO REPRICING-LINE.
           WRITE REPRICING-LINE.
           MOVE ALL "=" TO REPRICING-LINE.
           WRITE REPRICING-LINE.
           MOVE SPACES TO REPRICING-LINE.
           MOVE "ISBN" TO REPRICING-LINE.
           MOVE "TITULO" TO REPRICING-LINE(15:).
           MOVE "DESDE" TO REPRICING-LINE(46:).
           MOVE "PVP ANT." TO REPRICING-LINE(55:).
           MOVE "PVP NOVO" TO REPRICING-LINE(64:).
           MOVE "STOCK" TO REPRICING-LINE(75:).
           MOVE "DIFERENCA" TO REPRICING-LINE(85:).
           WRITE REPRICING-LINE.
           MOVE ALL "-" TO REPRICING-LINE.
           WRITE REPRICING-LINE.
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CH-COUNT
               MOVE SPACES TO REPRICING-LINE
               MOVE WS-CH-ISBN(CH-IDX) TO REPRICING-LINE
               MOVE WS-CH-TITLE(CH-IDX) TO REPRICING-LINE(15:30)
               MOVE WS-CH-DATA(CH-IDX) TO REPRICING-LINE(46:8)
               MOVE WS-CH-ANTIGO(CH-IDX) TO M-PVP
               MOVE M-PVP TO REPRICING-LINE(58:5)
               MOVE WS-CH-NOVO(CH-IDX) TO M-PVP2
               MOVE M-PVP2 TO REPRICING-LINE(67:5)
               MOVE WS-CH-STOCK(CH-IDX) TO M-STOCK
               MOVE M-STOCK TO REPRICING-LINE(74:6)
               MOVE WS-CH-DIFF(CH-IDX) TO M-DIFF
               MOVE M-DIFF TO REPRICING-LINE(84:10)
               WRITE REPRICING-LINE
           END-PERFORM.
           MOVE ALL "-" TO REPRICING-LINE.
           WRITE REPRICING-LINE.
           MOVE SPACES TO REPRICING-LINE.
           MOVE "DIFERENCA DE VALOR DO STOCK" TO REPRICING-LINE.
           MOVE WS-TOTAL-DIFF TO M-DIFF.
           MOVE M-DIFF TO REPRICING-LINE(84:10).
           WRITE REPRICING-LINE.
           CLOSE REPRICING-REPORT-FILE.
           MOVE "PRICE-LIST-IMPORT" TO WS-SPL-PROGRAM.
           MOVE "ALTERACAO DE PRECOS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-REPRICING-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


      *    uma etiqueta por titulo remarcado, para trocar na
      *    prateleira:
       WRITE-SHELF-LABELS-PROCEDURE.
           OPEN OUTPUT SHELF-LABEL-FILE.
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CH-COUNT
               MOVE ALL "-" TO SHELF-LABEL-LINE
               WRITE SHELF-LABEL-LINE
               MOVE WS-CH-TITLE(CH-IDX) TO SHELF-LABEL-LINE
               WRITE SHELF-LABEL-LINE
               MOVE SPACES TO SHELF-LABEL-LINE
               STRING "ISBN " WS-CH-ISBN(CH-IDX)
                   DELIMITED BY SIZE INTO SHELF-LABEL-LINE
               WRITE SHELF-LABEL-LINE
               MOVE WS-CH-NOVO(CH-IDX) TO M-PVP
               MOVE SPACES TO SHELF-LABEL-LINE
               STRING "PVP " M-PVP "   desde " WS-CH-DATA(CH-IDX)
                   DELIMITED BY SIZE INTO SHELF-LABEL-LINE
               WRITE SHELF-LABEL-LINE
           END-PERFORM.
           IF WS-CH-COUNT > ZERO
               MOVE ALL "-" TO SHELF-LABEL-LINE
               WRITE SHELF-LABEL-LINE
           END-IF.
           CLOSE SHELF-LABEL-FILE.
           MOVE "PRICE-LIST-IMPORT" TO WS-SPL-PROGRAM.
           MOVE "ETIQUETAS DE PRATELEIRA" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-LABELS-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PRICE_LIST_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PRICE-LIST-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REPRICING_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-REPRICING-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "SHELF_LABELS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LABELS-PATH
           END-IF.


       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM PRICE-LIST-IMPORT.
