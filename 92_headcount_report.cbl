       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCOUNT-REPORT.
      *=================================================================
      * Purpose: Monthly headcount and staff turnover statistics from
      *          the EMPLOYEE-MASTER, instead of counting the master
      *          listing by hand: per EM-SECCAO, the opening
      *          headcount, hires, leavers, closing headcount, the
      *          turnover rate (leavers over the average headcount)
      *          and the average length of service of those still
      *          employed, for the accepted month and year-to-date;
      *          the year-to-date figures again per EM-CATEGORIA, as
      *          the annual labour return asks for them; and an
      *          age-band breakdown (from EM-BIRTHDAY) of the closing
      *          headcount per section.
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
           SELECT HEADCOUNT-REPORT-FILE
           ASSIGN TO DYNAMIC WS-HC-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  HEADCOUNT-REPORT-FILE.
       01  HEADCOUNT-REPORT-LINE PIC X(90).

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-HC-REPORT-PATH   PIC X(60)
           VALUE "..\headcount-report.txt".
       01  WS-ENV-VALUE        PIC X(60).
       01  WS-EOF              PIC X.

       01  WS-SEL-YEAR     PIC 9(4).
       01  WS-SEL-MONTH    PIC 99.
      * janela do mes e do acumulado do ano (1 de janeiro ao fim do
      * mes):
       01  WS-MONTH-START  PIC 9(8).
       01  WS-MONTH-END    PIC 9(8).
       01  WS-MONTH-END-PARTS REDEFINES WS-MONTH-END.
           05 FILLER          PIC 9(6).
           05 WS-MONTH-END-DD PIC 99.
       01  WS-YEAR-START   PIC 9(8).
       01  WS-NEXT-MONTH   PIC 9(8).
       01  WS-END-INT      PIC 9(7).

      * datas do funcionario corrente em AAAAMMDD (cessacao zero =
      * ainda ativo):
       01  WS-HIRE-N       PIC 9(8).
       01  WS-TERM-N       PIC 9(8).
       01  WS-IN-CLOSING   PIC X.
       01  WS-AGE          PIC 9(3).
       01  WS-BAND         PIC 9.
       01  WS-SVC-DAYS     PIC 9(7).

      * um grupo por seccao (S), por categoria (C) e o total (T); o
      * fim do mes e o mesmo para o mes e para o acumulado, por isso
      * o efetivo final, a antiguidade e as idades sao comuns:
       01  WS-GR-COUNT PIC 99 VALUE ZERO.
       01  WS-GR-TABLE.
           05 WS-GR-ENTRY OCCURS 61 TIMES INDEXED BY GR-IDX.
               10 WS-GR-KIND      PIC X.
               10 WS-GR-NAME      PIC X(20).
               10 WS-GR-M-OPEN    PIC 9(5).
               10 WS-GR-M-HIRES   PIC 9(5).
               10 WS-GR-M-LEAVERS PIC 9(5).
               10 WS-GR-Y-OPEN    PIC 9(5).
               10 WS-GR-Y-HIRES   PIC 9(5).
               10 WS-GR-Y-LEAVERS PIC 9(5).
               10 WS-GR-CLOSE     PIC 9(5).
               10 WS-GR-SVC-DAYS  PIC 9(9).
               10 WS-GR-SVC-HEADS PIC 9(5).
      *        <25, 25-34, 35-44, 45-54, 55+, sem data de nascimento:
               10 WS-GR-BAND      PIC 9(5) OCCURS 6 TIMES.
       01  WS-GR-OVERFLOW  PIC X VALUE "N".
       01  WS-GR-FOUND     PIC X.
       01  WS-CUR-KIND     PIC X.
       01  WS-CUR-NAME     PIC X(20).

      * linha a imprimir (comum ao mes e ao acumulado):
       01  WS-PR-OPEN      PIC 9(5).
       01  WS-PR-HIRES     PIC 9(5).
       01  WS-PR-LEAVERS   PIC 9(5).
       01  WS-PR-AVG-HEADS PIC 9(5)V9.
       01  WS-PR-TURNOVER  PIC 9(3)V9.
       01  WS-PR-SERVICE   PIC 99V9.

       01  M-COUNT   PIC ZZZZ9.
       01  M-COUNT2  PIC ZZZZ9.
       01  M-COUNT3  PIC ZZZZ9.
       01  M-COUNT4  PIC ZZZZ9.
       01  M-COUNT5  PIC ZZZZ9.
       01  M-COUNT6  PIC ZZZZ9.
       01  M-PCT     PIC ZZ9.9.
       01  M-YEARS   PIC Z9.9.

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "HEADCOUNT_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HC-REPORT-PATH
           END-IF.

           DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YEAR.
           DISPLAY "Mes (MM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-MONTH.
           IF WS-SEL-MONTH < 1 OR WS-SEL-MONTH > 12
               DISPLAY "ERRO: mes invalido."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-MONTH-START =
               WS-SEL-YEAR * 10000 + WS-SEL-MONTH * 100 + 1.
           COMPUTE WS-YEAR-START = WS-SEL-YEAR * 10000 + 101.
           IF WS-SEL-MONTH = 12
               COMPUTE WS-NEXT-MONTH = (WS-SEL-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-START + 100
           END-IF.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1.
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(WS-END-INT).

      *    o total vai sempre na primeira posicao da tabela:
           MOVE "T" TO WS-CUR-KIND.
           MOVE "TOTAL" TO WS-CUR-NAME.
           PERFORM FIND-GROUP-PROCEDURE.

           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           MOVE "N" TO WS-EOF.
           MOVE 1 TO WS-EMP-REL-KEY.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN WS-EMP-REL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROCESS-EMPLOYEE-PROCEDURE
               END-READ
           END-PERFORM.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           IF WS-GR-OVERFLOW = "Y"
               DISPLAY "AVISO: mais seccoes/categorias do que a "
                   "tabela (60) -- as restantes so contam no total."
           END-IF.

           OPEN OUTPUT HEADCOUNT-REPORT-FILE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           STRING "EFETIVOS E ROTACAO DE PESSOAL - " WS-SEL-YEAR "/"
               WS-SEL-MONTH " (" WS-MONTH-START " A " WS-MONTH-END ")"
               DELIMITED BY SIZE INTO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.

           MOVE "S" TO WS-CUR-KIND.
           PERFORM PRINT-MONTH-BLOCK-PROCEDURE.
           PERFORM PRINT-YTD-BLOCK-PROCEDURE.
           MOVE "C" TO WS-CUR-KIND.
           PERFORM PRINT-YTD-BLOCK-PROCEDURE.
           PERFORM PRINT-AGE-BLOCK-PROCEDURE.

           CLOSE HEADCOUNT-REPORT-FILE.
           MOVE "HEADCOUNT-REPORT" TO WS-SPL-PROGRAM.
           MOVE "EFETIVOS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-HC-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           SET GR-IDX TO 1.
           DISPLAY "Efetivo no fim do mes: " WS-GR-CLOSE(GR-IDX)
               "  admissoes no mes: " WS-GR-M-HIRES(GR-IDX)
               "  saidas no mes: " WS-GR-M-LEAVERS(GR-IDX).
           DISPLAY "Relatorio em " WS-HC-REPORT-PATH ".".
           STOP RUN.


      *    Um funcionario do master: soma-o ao grupo da sua seccao,
      *    ao da sua categoria e ao total. Inicio de uma janela =
      *    admitido antes do primeiro dia e sem cessacao anterior a
      *    ele; saida = cessacao dentro da janela; efetivo final =
      *    admitido ate ao fim do mes e sem cessacao ate esse dia.
       PROCESS-EMPLOYEE-PROCEDURE.
           COMPUTE WS-HIRE-N = EM-HIRE-YEAR * 10000
               + EM-HIRE-MONTH * 100 + EM-HIRE-DAY.
           IF EM-TERM-YEAR = ZERO
               MOVE ZERO TO WS-TERM-N
           ELSE
               COMPUTE WS-TERM-N = EM-TERM-YEAR * 10000
                   + EM-TERM-MONTH * 100 + EM-TERM-DAY
           END-IF.
      *    nunca esteve ao servico em nenhum dia do ano pedido:
           IF WS-HIRE-N > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF.
           IF WS-TERM-N NOT = ZERO AND WS-TERM-N < WS-YEAR-START
               EXIT PARAGRAPH
           END-IF.

           IF WS-TERM-N = ZERO OR WS-TERM-N > WS-MONTH-END
               MOVE "Y" TO WS-IN-CLOSING
           ELSE
               MOVE "N" TO WS-IN-CLOSING
           END-IF.

      *    antiguidade no fim do mes (so para o efetivo final com
      *    data de admissao preenchida):
           MOVE ZERO TO WS-SVC-DAYS.
           IF WS-IN-CLOSING = "Y" AND EM-HIRE-YEAR > ZERO
               COMPUTE WS-SVC-DAYS = WS-END-INT
                   - FUNCTION INTEGER-OF-DATE(WS-HIRE-N)
           END-IF.

      *    idade no fim do mes:
           IF EM-BD-YEAR = ZERO
               MOVE 6 TO WS-BAND
           ELSE
               COMPUTE WS-AGE = WS-SEL-YEAR - EM-BD-YEAR
               IF EM-BD-MONTH * 100 + EM-BD-DAY
                   > WS-SEL-MONTH * 100 + WS-MONTH-END-DD
                   SUBTRACT 1 FROM WS-AGE
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE < 25 MOVE 1 TO WS-BAND
                   WHEN WS-AGE < 35 MOVE 2 TO WS-BAND
                   WHEN WS-AGE < 45 MOVE 3 TO WS-BAND
                   WHEN WS-AGE < 55 MOVE 4 TO WS-BAND
                   WHEN OTHER MOVE 5 TO WS-BAND
               END-EVALUATE
           END-IF.

           MOVE "T" TO WS-CUR-KIND.
           MOVE "TOTAL" TO WS-CUR-NAME.
           PERFORM FIND-GROUP-PROCEDURE.
           PERFORM TALLY-GROUP-PROCEDURE.

           MOVE "S" TO WS-CUR-KIND.
           MOVE EM-SECCAO TO WS-CUR-NAME.
           IF WS-CUR-NAME = SPACES
               MOVE "(sem seccao)" TO WS-CUR-NAME
           END-IF.
           PERFORM FIND-GROUP-PROCEDURE.
           IF WS-GR-FOUND = "Y"
               PERFORM TALLY-GROUP-PROCEDURE
           END-IF.

           MOVE "C" TO WS-CUR-KIND.
           MOVE EM-CATEGORIA TO WS-CUR-NAME.
           IF WS-CUR-NAME = SPACES
               MOVE "(sem categoria)" TO WS-CUR-NAME
           END-IF.
           PERFORM FIND-GROUP-PROCEDURE.
           IF WS-GR-FOUND = "Y"
               PERFORM TALLY-GROUP-PROCEDURE
           END-IF.


      *    procura (ou abre) o grupo WS-CUR-KIND/WS-CUR-NAME; deixa
      *    GR-IDX nele e WS-GR-FOUND a "N" so se a tabela estiver
      *    cheia:
       FIND-GROUP-PROCEDURE.
           MOVE "N" TO WS-GR-FOUND.
           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GR-COUNT
               IF WS-GR-KIND(GR-IDX) = WS-CUR-KIND
                   AND WS-GR-NAME(GR-IDX) = WS-CUR-NAME
                   MOVE "Y" TO WS-GR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-GR-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-GR-COUNT >= 61
               MOVE "Y" TO WS-GR-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GR-COUNT.
           SET GR-IDX TO WS-GR-COUNT.
           INITIALIZE WS-GR-ENTRY(GR-IDX).
           MOVE WS-CUR-KIND TO WS-GR-KIND(GR-IDX).
           MOVE WS-CUR-NAME TO WS-GR-NAME(GR-IDX).
           MOVE "Y" TO WS-GR-FOUND.


       TALLY-GROUP-PROCEDURE.
      *    mes:
           IF WS-HIRE-N < WS-MONTH-START
               AND (WS-TERM-N = ZERO OR WS-TERM-N >= WS-MONTH-START)
               ADD 1 TO WS-GR-M-OPEN(GR-IDX)
           END-IF.
           IF WS-HIRE-N >= WS-MONTH-START
               ADD 1 TO WS-GR-M-HIRES(GR-IDX)
           END-IF.
           IF WS-TERM-N >= WS-MONTH-START
               AND WS-TERM-N <= WS-MONTH-END
               ADD 1 TO WS-GR-M-LEAVERS(GR-IDX)
           END-IF.
      *    acumulado do ano:
           IF WS-HIRE-N < WS-YEAR-START
               AND (WS-TERM-N = ZERO OR WS-TERM-N >= WS-YEAR-START)
               ADD 1 TO WS-GR-Y-OPEN(GR-IDX)
           END-IF.
           IF WS-HIRE-N >= WS-YEAR-START
               ADD 1 TO WS-GR-Y-HIRES(GR-IDX)
           END-IF.
           IF WS-TERM-N >= WS-YEAR-START
               AND WS-TERM-N <= WS-MONTH-END
               ADD 1 TO WS-GR-Y-LEAVERS(GR-IDX)
           END-IF.
      *    fim do mes:
           IF WS-IN-CLOSING = "Y"
               ADD 1 TO WS-GR-CLOSE(GR-IDX)
               ADD 1 TO WS-GR-BAND(GR-IDX, WS-BAND)
               IF EM-HIRE-YEAR > ZERO
                   ADD WS-SVC-DAYS TO WS-GR-SVC-DAYS(GR-IDX)
                   ADD 1 TO WS-GR-SVC-HEADS(GR-IDX)
               END-IF
           END-IF.


       PRINT-MONTH-BLOCK-PROCEDURE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.
           MOVE "MOVIMENTO DO MES - POR SECCAO"
               TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.
           PERFORM PRINT-HEADING-PROCEDURE.
           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GR-COUNT
               IF WS-GR-KIND(GR-IDX) = "S"
                   PERFORM PRINT-MONTH-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           SET GR-IDX TO 1.
           PERFORM PRINT-MONTH-LINE-PROCEDURE.


       PRINT-MONTH-LINE-PROCEDURE.
           MOVE WS-GR-M-OPEN(GR-IDX) TO WS-PR-OPEN.
           MOVE WS-GR-M-HIRES(GR-IDX) TO WS-PR-HIRES.
           MOVE WS-GR-M-LEAVERS(GR-IDX) TO WS-PR-LEAVERS.
           PERFORM PRINT-MOVEMENT-LINE-PROCEDURE.


      *    acumulado do ano, por seccao (WS-CUR-KIND "S") ou por
      *    categoria ("C"):
       PRINT-YTD-BLOCK-PROCEDURE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           IF WS-CUR-KIND = "S"
               STRING "ACUMULADO DO ANO (" WS-YEAR-START " A "
                   WS-MONTH-END ") - POR SECCAO"
                   DELIMITED BY SIZE INTO HEADCOUNT-REPORT-LINE
           ELSE
               STRING "ACUMULADO DO ANO (" WS-YEAR-START " A "
                   WS-MONTH-END ") - POR CATEGORIA "
                   "(relatorio anual)"
                   DELIMITED BY SIZE INTO HEADCOUNT-REPORT-LINE
           END-IF.
           WRITE HEADCOUNT-REPORT-LINE.
           PERFORM PRINT-HEADING-PROCEDURE.
           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GR-COUNT
               IF WS-GR-KIND(GR-IDX) = WS-CUR-KIND
                   PERFORM PRINT-YTD-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           SET GR-IDX TO 1.
           PERFORM PRINT-YTD-LINE-PROCEDURE.


       PRINT-YTD-LINE-PROCEDURE.
           MOVE WS-GR-Y-OPEN(GR-IDX) TO WS-PR-OPEN.
           MOVE WS-GR-Y-HIRES(GR-IDX) TO WS-PR-HIRES.
           MOVE WS-GR-Y-LEAVERS(GR-IDX) TO WS-PR-LEAVERS.
           PERFORM PRINT-MOVEMENT-LINE-PROCEDURE.


       PRINT-HEADING-PROCEDURE.
           MOVE "Grupo                 Inicio Admis. Saidas    Fim"
               TO HEADCOUNT-REPORT-LINE.
           MOVE "Rotacao%  Antig.(anos)" TO HEADCOUNT-REPORT-LINE(52:).
           WRITE HEADCOUNT-REPORT-LINE.


      *    rotacao = saidas sobre o efetivo medio (inicio + fim) / 2;
      *    antiguidade media do efetivo final, em anos:
       PRINT-MOVEMENT-LINE-PROCEDURE.
           COMPUTE WS-PR-AVG-HEADS =
               (WS-PR-OPEN + WS-GR-CLOSE(GR-IDX)) / 2.
           IF WS-PR-AVG-HEADS > ZERO
               COMPUTE WS-PR-TURNOVER ROUNDED =
                   WS-PR-LEAVERS * 100 / WS-PR-AVG-HEADS
           ELSE
               MOVE ZERO TO WS-PR-TURNOVER
           END-IF.
           IF WS-GR-SVC-HEADS(GR-IDX) > ZERO
               COMPUTE WS-PR-SERVICE ROUNDED =
                   WS-GR-SVC-DAYS(GR-IDX)
                   / WS-GR-SVC-HEADS(GR-IDX) / 365.25
           ELSE
               MOVE ZERO TO WS-PR-SERVICE
           END-IF.
           MOVE WS-PR-OPEN TO M-COUNT.
           MOVE WS-PR-HIRES TO M-COUNT2.
           MOVE WS-PR-LEAVERS TO M-COUNT3.
           MOVE WS-GR-CLOSE(GR-IDX) TO M-COUNT4.
           MOVE WS-PR-TURNOVER TO M-PCT.
           MOVE WS-PR-SERVICE TO M-YEARS.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           STRING WS-GR-NAME(GR-IDX) " " M-COUNT "  " M-COUNT2 "  "
               M-COUNT3 "  " M-COUNT4 "     " M-PCT "          "
               M-YEARS
               DELIMITED BY SIZE INTO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.


       PRINT-AGE-BLOCK-PROCEDURE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           STRING "ESCALOES ETARIOS DO EFETIVO EM " WS-MONTH-END
               " - POR SECCAO"
               DELIMITED BY SIZE INTO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.
           MOVE "Seccao                  <25 25-34 35-44 45-54"
               TO HEADCOUNT-REPORT-LINE.
           MOVE "   55+ s/data" TO HEADCOUNT-REPORT-LINE(46:).
           WRITE HEADCOUNT-REPORT-LINE.
           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GR-COUNT
               IF WS-GR-KIND(GR-IDX) = "S"
                   PERFORM PRINT-AGE-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           SET GR-IDX TO 1.
           PERFORM PRINT-AGE-LINE-PROCEDURE.


       PRINT-AGE-LINE-PROCEDURE.
           MOVE WS-GR-BAND(GR-IDX, 1) TO M-COUNT.
           MOVE WS-GR-BAND(GR-IDX, 2) TO M-COUNT2.
           MOVE WS-GR-BAND(GR-IDX, 3) TO M-COUNT3.
           MOVE WS-GR-BAND(GR-IDX, 4) TO M-COUNT4.
           MOVE WS-GR-BAND(GR-IDX, 5) TO M-COUNT5.
           MOVE WS-GR-BAND(GR-IDX, 6) TO M-COUNT6.
           MOVE SPACES TO HEADCOUNT-REPORT-LINE.
           STRING WS-GR-NAME(GR-IDX) " " M-COUNT " " M-COUNT2 " "
               M-COUNT3 " " M-COUNT4 " " M-COUNT5 " " M-COUNT6
               DELIMITED BY SIZE INTO HEADCOUNT-REPORT-LINE.
           WRITE HEADCOUNT-REPORT-LINE.


       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM HEADCOUNT-REPORT.
