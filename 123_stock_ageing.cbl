       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCK-AGEING.
      *=================================================================
      * Purpose: Slow-moving and dead stock ageing for BOOKSTORE. For
      *          every title on the STOCK-MASTER with stock on hand,
      *          works out the days since its last sale (since its
      *          last receipt when it never sold) and puts the on-hand
      *          quantity and its cost value (last receipt cost from
      *          GOODS-RECEIVED) into the 0-90, 91-180, 181-365 and
      *          over-365-day bands, by publisher. Titles over 180
      *          days are proposed for return through SUPPLIER-RETURNS
      *          or, when the publisher does not take returns (or the
      *          return window is over), for a markdown.
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
           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".

      *    custos unitarios por ISBN (GOODS-RECEIVED):
           SELECT BOOK-COSTS-FILE
           ASSIGN TO DYNAMIC WS-BOOK-COSTS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-COSTS-STATUS.

      *    condicoes de devolucao acordadas com cada editora:
           SELECT PUBLISHER-RETURNS-FILE
           ASSIGN TO DYNAMIC WS-PUB-RET-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUB-RET-STATUS.

      *    propostas de devolucao/remarcacao (regravado a cada
      *    execucao):
           COPY "AGECSEL.cpy".

           SELECT AGEING-REPORT-FILE
           ASSIGN TO DYNAMIC WS-AGEING-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".

       FD  BOOK-COSTS-FILE.
       01  BOOK-COST-RECORD.
           05 BC-ISBN PIC X(13).
           05 BC-COST PIC 9(5)V99.

       FD  PUBLISHER-RETURNS-FILE.
       01  PUBLISHER-RETURNS-RECORD.
           05 PR-EDITORA PIC X(20).
      *    S = aceita devolucoes, N = nao aceita:
           05 PR-ACEITA  PIC X.
      *    dias apos a ultima entrada em que ainda aceita a devolucao
      *    (zero = sem limite):
           05 PR-PRAZO   PIC 9(4).

       COPY "AGECFD.cpy".

       FD  AGEING-REPORT-FILE.
       01  AGEING-REPORT-LINE PIC X(110).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "AGECWS.cpy".

       01  WS-BOOK-COSTS-PATH   PIC X(60) VALUE "..\book-costs.txt".
       01  WS-BOOK-COSTS-STATUS PIC XX.
       01  WS-PUB-RET-PATH      PIC X(60)
           VALUE "..\publisher-returns.txt".
       01  WS-PUB-RET-STATUS    PIC XX.
       01  WS-AGEING-RPT-PATH   PIC X(60)
           VALUE "..\stock-ageing.txt".
       01  WS-ENV-VALUE         PIC X(60).

       01  WS-BCST-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BCST-TABLE.
           05 WS-BCST-ENTRY OCCURS 100 TIMES INDEXED BY BC-IDX.
               10 WS-BC-ISBN PIC X(13).
               10 WS-BC-COST PIC 9(5)V99.

      * editoras sem linha neste ficheiro aceitam devolucoes sem
      * limite de prazo:
       01  WS-PRET-COUNT PIC 99 VALUE ZERO.
       01  WS-PRET-TABLE.
           05 WS-PRET-ENTRY OCCURS 50 TIMES INDEXED BY PR-IDX.
               10 WS-PR-EDITORA PIC X(20).
               10 WS-PR-ACEITA  PIC X.
               10 WS-PR-PRAZO   PIC 9(4).

      * acima destes dias sem vender o titulo passa a candidato:
       01  WS-CANDIDATE-DAYS PIC 9(3) VALUE 180.

       01  WS-TODAY       PIC 9(8).
       01  WS-AGE-DAYS    PIC S9(6).
       01  WS-RECEIPT-DAYS PIC S9(6).
       01  WS-BAND        PIC 9.
       01  WS-COST        PIC 9(5)V99.
       01  WS-VALUE       PIC 9(9)V99.
       01  WS-CUR-EDITORA PIC X(20).
       01  WS-SEEN        PIC X.
       01  WS-ACEITA      PIC X.
       01  WS-PRAZO       PIC 9(4).
       01  WS-ACTION      PIC X.
       01  WS-NO-DATES    PIC X.
       01  WS-N-RETURN    PIC 9(4) VALUE ZERO.
       01  WS-N-MARKDOWN  PIC 9(4) VALUE ZERO.
       01  WS-B-I         PIC 9.
       01  SM-J USAGE INDEX.

      * quantidade e valor por faixa: da editora e do total geral:
       01  WS-PUB-BANDS.
           05 WS-PUB-BAND OCCURS 4 TIMES.
               10 WS-PB-QTY   PIC 9(7).
               10 WS-PB-VALUE PIC 9(9)V99.
       01  WS-TOT-BANDS.
           05 WS-TOT-BAND OCCURS 4 TIMES.
               10 WS-TB-QTY   PIC 9(7).
               10 WS-TB-VALUE PIC 9(9)V99.
       01  WS-BAND-NAMES.
           05 FILLER PIC X(8) VALUE "0-90    ".
           05 FILLER PIC X(8) VALUE "91-180  ".
           05 FILLER PIC X(8) VALUE "181-365 ".
           05 FILLER PIC X(8) VALUE "+365    ".
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME PIC X(8) OCCURS 4 TIMES.

       01  M-QTY      PIC Z(6)9.
       01  M-VALUE    PIC Z(8)9.99.
       01  M-DAYS     PIC Z(4)9.

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM LOAD-BOOK-COSTS-PROCEDURE.
           PERFORM LOAD-PUBLISHER-RETURNS-PROCEDURE.
           PERFORM INIT-AGEC-PATH-PROCEDURE.

           INITIALIZE WS-TOT-BANDS.
           OPEN OUTPUT AGEING-REPORT-FILE.
           OPEN OUTPUT AGEING-CANDIDATE-FILE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "ANTIGUIDADE DO STOCK POR EDITORA EM " WS-TODAY
               " (DIAS DESDE A ULTIMA VENDA)"
               DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           MOVE ALL "=" TO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.

      *    uma quebra por editora, pela ordem em que aparecem no
      *    master:
           PERFORM VARYING SM-IDX FROM 1 BY 1
               UNTIL SM-IDX > WS-STOCK-COUNT
               MOVE "N" TO WS-SEEN
               SET SM-J TO 1
               PERFORM UNTIL SM-J >= SM-IDX
                   IF WS-STOCK-EDITORA(SM-J) = WS-STOCK-EDITORA(SM-IDX)
                       AND WS-STOCK-ON-HAND(SM-J) > ZERO
                       MOVE "Y" TO WS-SEEN
                   END-IF
                   SET SM-J UP BY 1
               END-PERFORM
               IF WS-SEEN = "N" AND WS-STOCK-ON-HAND(SM-IDX) > ZERO
                   MOVE WS-STOCK-EDITORA(SM-IDX) TO WS-CUR-EDITORA
                   PERFORM PUBLISHER-GROUP-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE ALL "=" TO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           MOVE "TOTAL GERAL" TO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           PERFORM VARYING WS-B-I FROM 1 BY 1 UNTIL WS-B-I > 4
               MOVE WS-TB-QTY(WS-B-I) TO WS-PB-QTY(WS-B-I)
               MOVE WS-TB-VALUE(WS-B-I) TO WS-PB-VALUE(WS-B-I)
           END-PERFORM.
           PERFORM WRITE-BAND-TOTALS-PROCEDURE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           STRING "CANDIDATOS: " WS-N-RETURN " A DEVOLVER, "
               WS-N-MARKDOWN " A REMARCAR (MAIS DE "
               WS-CANDIDATE-DAYS " DIAS SEM VENDER)"
               DELIMITED BY SIZE INTO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           CLOSE AGEING-CANDIDATE-FILE.
           CLOSE AGEING-REPORT-FILE.
           MOVE "STOCK-AGEING" TO WS-SPL-PROGRAM.
           MOVE "ANTIGUIDADE DAS EXISTENCIAS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-AGEING-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           DISPLAY "Candidatos a devolucao: " WS-N-RETURN
               "  a remarcacao: " WS-N-MARKDOWN.
           DISPLAY "Relatorio em " FUNCTION TRIM(WS-AGEING-RPT-PATH).
           DISPLAY "Propostas para o SUPPLIER-RETURNS em "
               FUNCTION TRIM(WS-AGEC-PATH).
           STOP RUN.


       PUBLISHER-GROUP-PROCEDURE.
           INITIALIZE WS-PUB-BANDS.
           PERFORM FIND-PUBLISHER-TERMS-PROCEDURE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           IF WS-CUR-EDITORA = SPACES
               MOVE "EDITORA: (sem editora registada)"
                   TO AGEING-REPORT-LINE
           ELSE
               STRING "EDITORA: " WS-CUR-EDITORA
                   DELIMITED BY SIZE INTO AGEING-REPORT-LINE
           END-IF.
           IF WS-ACEITA = "N"
               MOVE "(nao aceita devolucoes)" TO AGEING-REPORT-LINE(40:)
           END-IF.
           WRITE AGEING-REPORT-LINE.
           MOVE SPACES TO AGEING-REPORT-LINE.
           MOVE "ISBN" TO AGEING-REPORT-LINE.
           MOVE "TITULO" TO AGEING-REPORT-LINE(15:).
           MOVE "ULT.VENDA" TO AGEING-REPORT-LINE(47:).
           MOVE "DIAS" TO AGEING-REPORT-LINE(58:).
           MOVE "QTD" TO AGEING-REPORT-LINE(67:).
           MOVE "VALOR CUSTO" TO AGEING-REPORT-LINE(72:).
           MOVE "FAIXA" TO AGEING-REPORT-LINE(85:).
           MOVE "PROPOSTA" TO AGEING-REPORT-LINE(94:).
           WRITE AGEING-REPORT-LINE.
           MOVE ALL "-" TO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           SET SM-J TO 1.
           PERFORM UNTIL SM-J > WS-STOCK-COUNT
               IF WS-STOCK-EDITORA(SM-J) = WS-CUR-EDITORA
                   AND WS-STOCK-ON-HAND(SM-J) > ZERO
                   PERFORM AGE-ONE-TITLE-PROCEDURE
               END-IF
               SET SM-J UP BY 1
           END-PERFORM.
           MOVE ALL "-" TO AGEING-REPORT-LINE.
           WRITE AGEING-REPORT-LINE.
           PERFORM WRITE-BAND-TOTALS-PROCEDURE.


      *    Dias desde a ultima venda; um titulo que nunca vendeu conta
      *    desde a ultima entrada e um sem nenhuma das datas vai para
      *    a faixa mais antiga.
       AGE-ONE-TITLE-PROCEDURE.
           MOVE "N" TO WS-NO-DATES.
           EVALUATE TRUE
               WHEN WS-STOCK-ULT-VENDA(SM-J) > ZERO
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-STOCK-ULT-VENDA(SM-J))
               WHEN WS-STOCK-ULT-ENTRADA(SM-J) > ZERO
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-STOCK-ULT-ENTRADA(SM-J))
               WHEN OTHER
                   MOVE "Y" TO WS-NO-DATES
                   MOVE 99999 TO WS-AGE-DAYS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 90
                   MOVE 1 TO WS-BAND
               WHEN WS-AGE-DAYS <= 180
                   MOVE 2 TO WS-BAND
               WHEN WS-AGE-DAYS <= 365
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.

           MOVE ZERO TO WS-COST.
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BCST-COUNT
               IF WS-BC-ISBN(BC-IDX) = WS-STOCK-ISBN(SM-J)
                   MOVE WS-BC-COST(BC-IDX) TO WS-COST
               END-IF
           END-PERFORM.
           COMPUTE WS-VALUE = WS-STOCK-ON-HAND(SM-J) * WS-COST.
           ADD WS-STOCK-ON-HAND(SM-J) TO WS-PB-QTY(WS-BAND)
               WS-TB-QTY(WS-BAND).
           ADD WS-VALUE TO WS-PB-VALUE(WS-BAND) WS-TB-VALUE(WS-BAND).

           MOVE SPACES TO AGEING-REPORT-LINE.
           MOVE WS-STOCK-ISBN(SM-J) TO AGEING-REPORT-LINE.
           MOVE WS-STOCK-TITLE(SM-J) TO AGEING-REPORT-LINE(15:30).
           IF WS-STOCK-ULT-VENDA(SM-J) > ZERO
               MOVE WS-STOCK-ULT-VENDA(SM-J)
                   TO AGEING-REPORT-LINE(47:8)
           ELSE
               MOVE "nunca" TO AGEING-REPORT-LINE(47:)
           END-IF.
           IF WS-NO-DATES = "Y"
               MOVE "?" TO AGEING-REPORT-LINE(61:1)
           ELSE
               MOVE WS-AGE-DAYS TO M-DAYS
               MOVE M-DAYS TO AGEING-REPORT-LINE(57:5)
           END-IF.
           MOVE WS-STOCK-ON-HAND(SM-J) TO M-QTY.
           MOVE M-QTY TO AGEING-REPORT-LINE(63:7).
           IF WS-COST = ZERO
               MOVE "sem custo" TO AGEING-REPORT-LINE(74:)
           ELSE
               MOVE WS-VALUE TO M-VALUE
               MOVE M-VALUE TO AGEING-REPORT-LINE(71:12)
           END-IF.
           MOVE WS-BAND-NAME(WS-BAND) TO AGEING-REPORT-LINE(85:8).

           IF WS-AGE-DAYS > WS-CANDIDATE-DAYS
               PERFORM PROPOSE-ACTION-PROCEDURE
               IF WS-ACTION = "D"
                   MOVE "DEVOLVER" TO AGEING-REPORT-LINE(94:)
               ELSE
                   MOVE "REMARCAR" TO AGEING-REPORT-LINE(94:)
               END-IF
           END-IF.
           WRITE AGEING-REPORT-LINE.


      *    devolve-se se a editora aceita e ainda esta dentro do prazo
      *    contado da ultima entrada; senao (ou sem editora a quem
      *    devolver) propoe-se a remarcacao:
       PROPOSE-ACTION-PROCEDURE.
           MOVE "M" TO WS-ACTION.
           IF WS-ACEITA NOT = "N" AND WS-CUR-EDITORA NOT = SPACES
               IF WS-PRAZO = ZERO
                   MOVE "D" TO WS-ACTION
               ELSE IF WS-STOCK-ULT-ENTRADA(SM-J) > ZERO
                   COMPUTE WS-RECEIPT-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE
                           (WS-STOCK-ULT-ENTRADA(SM-J))
                   IF WS-RECEIPT-DAYS <= WS-PRAZO
                       MOVE "D" TO WS-ACTION
                   END-IF
               END-IF
           END-IF.
           IF WS-ACTION = "D"
               ADD 1 TO WS-N-RETURN
           ELSE
               ADD 1 TO WS-N-MARKDOWN
           END-IF.
           MOVE WS-STOCK-ISBN(SM-J) TO AG-ISBN.
           MOVE WS-CUR-EDITORA TO AG-EDITORA.
           MOVE WS-STOCK-ON-HAND(SM-J) TO AG-QTY.
           IF WS-AGE-DAYS > 99999
               MOVE 99999 TO AG-DIAS
           ELSE
               MOVE WS-AGE-DAYS TO AG-DIAS
           END-IF.
           MOVE WS-ACTION TO AG-ACAO.
           MOVE WS-TODAY TO AG-DATA.
           WRITE AGEING-CANDIDATE-RECORD.


       WRITE-BAND-TOTALS-PROCEDURE.
           PERFORM VARYING WS-B-I FROM 1 BY 1 UNTIL WS-B-I > 4
               MOVE SPACES TO AGEING-REPORT-LINE
               MOVE WS-PB-QTY(WS-B-I) TO M-QTY
               MOVE WS-PB-VALUE(WS-B-I) TO M-VALUE
               STRING "  " WS-BAND-NAME(WS-B-I) " DIAS  QTD " M-QTY
                   "  VALOR CUSTO " M-VALUE
                   DELIMITED BY SIZE INTO AGEING-REPORT-LINE
               WRITE AGEING-REPORT-LINE
           END-PERFORM.


       FIND-PUBLISHER-TERMS-PROCEDURE.
           MOVE "S" TO WS-ACEITA.
           MOVE ZERO TO WS-PRAZO.
           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PRET-COUNT
               IF WS-PR-EDITORA(PR-IDX) = WS-CUR-EDITORA
                   MOVE WS-PR-ACEITA(PR-IDX) TO WS-ACEITA
                   MOVE WS-PR-PRAZO(PR-IDX) TO WS-PRAZO
               END-IF
           END-PERFORM.


       LOAD-BOOK-COSTS-PROCEDURE.
           MOVE ZERO TO WS-BCST-COUNT.
           OPEN INPUT BOOK-COSTS-FILE.
           IF WS-BOOK-COSTS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BOOK-COSTS-STATUS = "10"
               READ BOOK-COSTS-FILE
                   AT END MOVE "10" TO WS-BOOK-COSTS-STATUS
                   NOT AT END
                       IF WS-BCST-COUNT < 100
                           ADD 1 TO WS-BCST-COUNT
                           MOVE BC-ISBN TO WS-BC-ISBN(WS-BCST-COUNT)
                           MOVE BC-COST TO WS-BC-COST(WS-BCST-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOK-COSTS-FILE.


       LOAD-PUBLISHER-RETURNS-PROCEDURE.
           MOVE ZERO TO WS-PRET-COUNT.
           OPEN INPUT PUBLISHER-RETURNS-FILE.
           IF WS-PUB-RET-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PUB-RET-STATUS = "10"
               READ PUBLISHER-RETURNS-FILE
                   AT END MOVE "10" TO WS-PUB-RET-STATUS
                   NOT AT END
                       IF WS-PRET-COUNT < 50
                           ADD 1 TO WS-PRET-COUNT
                           SET PR-IDX TO WS-PRET-COUNT
                           MOVE PR-EDITORA TO WS-PR-EDITORA(PR-IDX)
                           MOVE FUNCTION UPPER-CASE(PR-ACEITA)
                               TO WS-PR-ACEITA(PR-IDX)
                           IF PR-PRAZO NUMERIC
                               MOVE PR-PRAZO TO WS-PR-PRAZO(PR-IDX)
                           ELSE
                               MOVE ZERO TO WS-PR-PRAZO(PR-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PUBLISHER-RETURNS-FILE.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOK_COSTS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BOOK-COSTS-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PUBLISHER_RETURNS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PUB-RET-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "STOCK_AGEING_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AGEING-RPT-PATH
           END-IF.


       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "AGECP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM STOCK-AGEING.
