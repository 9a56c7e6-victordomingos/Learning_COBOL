       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATENESS-REPORT.
      *=================================================================
      * Purpose: Lateness and absenteeism report for a period: each
      *          day's punches in MONEY-IN (the same daily punch file
      *          PRODUCAO1-REMUNERACAO pays from) are compared against
      *          the planned WORK-SCHEDULE-FILE. Late arrivals, early
      *          departures and scheduled days with no punch and no
      *          LEAVE-FILE record covering them are listed, with
      *          counts per employee and per EM-SECCAO -- instead of
      *          relying on the supervisors noticing.
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
           SELECT PUNCH-IN-FILE
           ASSIGN TO DYNAMIC WS-PUNCH-IN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUNCH-IN-STATUS.

           SELECT LATENESS-REPORT-FILE
           ASSIGN TO DYNAMIC WS-LATE-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "WSCHSEL.cpy".
           COPY "LEAVESEL.cpy".
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * mesma imagem do MONEY-IN-FILE de PRODUCAO1-REMUNERACAO (so os
      * campos que o relatorio usa sao nomeados):
       FD  PUNCH-IN-FILE.
       01  PUNCH-IN-RECORD.
           05 PI-EMPNO        PIC 9(5).
           05 PI-DATA         PIC 9(8).
           05 PI-HH-ENTRADA   PIC 99.
           05 PI-MM-ENTRADA   PIC 99.
           05 PI-HH-SAIDA     PIC 99.
           05 PI-MM-SAIDA     PIC 99.
           05 FILLER          PIC X(18).

       FD  LATENESS-REPORT-FILE.
       01  LATENESS-REPORT-LINE PIC X(78).

       COPY "WSCHFD.cpy".

       COPY "LEAVEFD.cpy".

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PUNCH-IN-PATH    PIC X(60)
           VALUE "..\REMUNERACAO-IN.txt".
       01  WS-PUNCH-IN-STATUS  PIC XX.
       01  WS-LATE-REPORT-PATH PIC X(60)
           VALUE "..\lateness-report.txt".
       01  WS-ENV-VALUE        PIC X(60).

      * tolerancia (minutos) antes de uma entrada contar como atraso
      * ou uma saida como saida antecipada:
       01  WS-TOLERANCE-MIN PIC 9(3) VALUE 5.

       01  WS-PERIOD-START PIC 9(8).
       01  WS-PERIOD-END   PIC 9(8).
       01  WS-START-INT    PIC 9(7).
       01  WS-END-INT      PIC 9(7).
       01  WS-DAY-INT      PIC 9(7).
       01  WS-DAY-DATE     PIC 9(8).
       01  WS-WEEKDAY      PIC 9.
       01  WS-HIRE-N       PIC 9(8).
       01  WS-TERM-N       PIC 9(8).
       01  WS-EOF          PIC X.

      * picagens do periodo (uma por funcionario e dia; a saida de
      * um turno que atravessa a meia-noite fica com +1440):
       01  WS-PCH-COUNT PIC 9(4) VALUE ZERO.
       01  WS-PCH-TABLE.
           05 WS-PCH-ENTRY OCCURS 2000 TIMES INDEXED BY PC-IDX.
               10 WS-PC-NUMERO    PIC 9(5).
               10 WS-PC-DATA      PIC 9(8).
               10 WS-PC-ENTRY-MIN PIC 9(4).
               10 WS-PC-EXIT-MIN  PIC 9(4).
       01  WS-PCH-OVERFLOW PIC X VALUE "N".
       01  WS-PCH-FOUND    PIC X.

      * funcionarios com horario (cada um tratado uma vez):
       01  WS-EMPL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-EMPL-TABLE.
           05 WS-EMPL-NUMERO PIC 9(5) OCCURS 350 TIMES
               INDEXED BY EL-IDX.
       01  WS-EMPL-FOUND PIC X.
       01  WS-CUR-NUMERO PIC 9(5).

      * contagens do funcionario corrente:
       01  WS-EMP-LATE   PIC 9(3).
       01  WS-EMP-EARLY  PIC 9(3).
       01  WS-EMP-ABSENT PIC 9(3).
       01  WS-EMP-LATE-MIN PIC 9(5).

      * contagens por seccao:
       01  WS-SEC-COUNT PIC 99 VALUE ZERO.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 30 TIMES INDEXED BY SEC-IDX.
               10 WS-SEC-NAME   PIC X(20).
               10 WS-SEC-LATE   PIC 9(5).
               10 WS-SEC-EARLY  PIC 9(5).
               10 WS-SEC-ABSENT PIC 9(5).
       01  WS-SEC-FOUND PIC X.
       01  WS-SEC-CUR   PIC X(20).

       01  WS-LEAVE-HIT  PIC X.
       01  WS-DIFF-MIN   PIC 9(4).
       01  WS-N-LATE     PIC 9(5) VALUE ZERO.
       01  WS-N-EARLY    PIC 9(5) VALUE ZERO.
       01  WS-N-ABSENT   PIC 9(5) VALUE ZERO.

       01  M-COUNT  PIC ZZZZ9.
       01  M-COUNT2 PIC ZZZZ9.
       01  M-COUNT3 PIC ZZZZ9.
       01  M-MIN    PIC ZZZ9.

       COPY "WSCHWS.cpy".

       COPY "LEAVEWS.cpy".

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           DISPLAY "Periodo - inicio (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-START.
           DISPLAY "Periodo - fim (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-END.
           IF WS-PERIOD-END < WS-PERIOD-START
               DISPLAY "ERRO: fim do periodo anterior ao inicio."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).

           PERFORM INIT-WSCH-PATH-PROCEDURE.
           PERFORM LOAD-WORK-SCHEDULE-PROCEDURE.
           IF WS-WSCH-OVERFLOW = "Y"
               DISPLAY "AVISO: work-schedules com mais linhas do que "
                   "a tabela (350) -- horarios alem desses NAO "
                   "considerados."
           END-IF.
           PERFORM INIT-LEAVE-PATH-PROCEDURE.
           PERFORM LOAD-LEAVE-FILE-PROCEDURE.
           IF WS-LEAVE-OVERFLOW = "Y"
               DISPLAY "AVISO: leave-file com mais linhas do que a "
                   "tabela (200) -- ausencias alem dessas contam "
                   "como faltas."
           END-IF.
           PERFORM LOAD-PUNCHES-PROCEDURE.
           IF WS-PCH-OVERFLOW = "Y"
               DISPLAY "ERRO: mais picagens no periodo do que a "
                   "tabela (2000) -- reduza o periodo."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           OPEN OUTPUT LATENESS-REPORT-FILE.

           MOVE SPACES TO LATENESS-REPORT-LINE.
           STRING "ATRASOS E FALTAS - PERIODO " WS-PERIOD-START
               " A " WS-PERIOD-END
               DELIMITED BY SIZE INTO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.

           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-WSCH-COUNT
               PERFORM NOTE-SCHEDULED-EMPLOYEE-PROCEDURE
           END-PERFORM.
           PERFORM VARYING EL-IDX FROM 1 BY 1
               UNTIL EL-IDX > WS-EMPL-COUNT
               MOVE WS-EMPL-NUMERO(EL-IDX) TO WS-CUR-NUMERO
               PERFORM CHECK-EMPLOYEE-PROCEDURE
           END-PERFORM.

           PERFORM SECTION-SUMMARY-PROCEDURE.

           CLOSE LATENESS-REPORT-FILE.
           MOVE "LATENESS-REPORT" TO WS-SPL-PROGRAM.
           MOVE "ATRASOS E FALTAS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-LATE-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           DISPLAY "Atrasos: " WS-N-LATE "  saidas antecipadas: "
               WS-N-EARLY "  faltas: " WS-N-ABSENT.
           DISPLAY "Relatorio em " WS-LATE-REPORT-PATH ".".
           STOP RUN.


      *    carrega as picagens dentro do periodo, em minutos desde a
      *    meia-noite:
       LOAD-PUNCHES-PROCEDURE.
           OPEN INPUT PUNCH-IN-FILE.
           IF WS-PUNCH-IN-STATUS NOT = "00"
               DISPLAY "AVISO: sem ficheiro de ponto ("
                   WS-PUNCH-IN-PATH ") -- todos os dias com horario "
                   "contam como faltas."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PUNCH-IN-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PI-DATA >= WS-PERIOD-START
                           AND PI-DATA <= WS-PERIOD-END
                           PERFORM STORE-PUNCH-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PUNCH-IN-FILE.


       STORE-PUNCH-PROCEDURE.
           IF WS-PCH-COUNT >= 2000
               MOVE "Y" TO WS-PCH-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PCH-COUNT.
           SET PC-IDX TO WS-PCH-COUNT.
           MOVE PI-EMPNO TO WS-PC-NUMERO(PC-IDX).
           MOVE PI-DATA TO WS-PC-DATA(PC-IDX).
           COMPUTE WS-PC-ENTRY-MIN(PC-IDX) =
               PI-HH-ENTRADA * 60 + PI-MM-ENTRADA.
           COMPUTE WS-PC-EXIT-MIN(PC-IDX) =
               PI-HH-SAIDA * 60 + PI-MM-SAIDA.
           IF WS-PC-EXIT-MIN(PC-IDX) < WS-PC-ENTRY-MIN(PC-IDX)
               ADD 1440 TO WS-PC-EXIT-MIN(PC-IDX)
           END-IF.


       NOTE-SCHEDULED-EMPLOYEE-PROCEDURE.
           MOVE "N" TO WS-EMPL-FOUND.
           PERFORM VARYING EL-IDX FROM 1 BY 1
               UNTIL EL-IDX > WS-EMPL-COUNT
               IF WS-EMPL-NUMERO(EL-IDX) = WS-SC-NUMERO(SC-IDX)
                   MOVE "Y" TO WS-EMPL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EMPL-FOUND = "N" AND WS-EMPL-COUNT < 350
               ADD 1 TO WS-EMPL-COUNT
               MOVE WS-SC-NUMERO(SC-IDX)
                   TO WS-EMPL-NUMERO(WS-EMPL-COUNT)
           END-IF.


      *    Percorre os dias do periodo de um funcionario com horario,
      *    so dentro do vinculo (admissao ate cessacao).
       CHECK-EMPLOYEE-PROCEDURE.
           MOVE WS-CUR-NUMERO TO WS-EMP-LOOKUP-NUMERO.
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           IF WS-EMP-FOUND = "N"
               MOVE "LATENESS-REPORT" TO EX-PROGRAM
               MOVE "Horario de funcionario sem registo no master"
                   TO EX-REASON
               MOVE WS-CUR-NUMERO TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-HIRE-N = WS-EMP-HIRE-YEAR * 10000
               + WS-EMP-HIRE-MONTH * 100 + WS-EMP-HIRE-DAY.
           IF WS-EMP-TERM-YEAR = ZERO
               MOVE 99999999 TO WS-TERM-N
           ELSE
               COMPUTE WS-TERM-N = WS-EMP-TERM-YEAR * 10000
                   + WS-EMP-TERM-MONTH * 100 + WS-EMP-TERM-DAY
           END-IF.

           MOVE ZERO TO WS-EMP-LATE.
           MOVE ZERO TO WS-EMP-EARLY.
           MOVE ZERO TO WS-EMP-ABSENT.
           MOVE ZERO TO WS-EMP-LATE-MIN.

           MOVE SPACES TO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.
           MOVE SPACES TO LATENESS-REPORT-LINE.
           STRING WS-EMP-NUMERO " " WS-EMP-NOME " " WS-EMP-APELIDO
               " (" WS-EMP-SECCAO ")"
               DELIMITED BY SIZE INTO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.

           PERFORM VARYING WS-DAY-INT FROM WS-START-INT BY 1
               UNTIL WS-DAY-INT > WS-END-INT
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               IF WS-DAY-DATE >= WS-HIRE-N
                   AND WS-DAY-DATE <= WS-TERM-N
                   PERFORM CHECK-DAY-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE WS-EMP-LATE TO M-COUNT.
           MOVE WS-EMP-EARLY TO M-COUNT2.
           MOVE WS-EMP-ABSENT TO M-COUNT3.
           MOVE WS-EMP-LATE-MIN TO M-MIN.
           MOVE SPACES TO LATENESS-REPORT-LINE.
           STRING "   total: atrasos " M-COUNT " (" M-MIN " min)"
               "  saidas antecipadas " M-COUNT2
               "  faltas " M-COUNT3
               DELIMITED BY SIZE INTO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.

           MOVE WS-EMP-SECCAO TO WS-SEC-CUR.
           PERFORM ACCUMULATE-SECTION-PROCEDURE.


      *    Um dia do periodo: sem horario nesse dia da semana e
      *    folga; com horario, compara com a picagem do dia ou, sem
      *    picagem, procura uma ausencia registada que o cubra.
       CHECK-DAY-PROCEDURE.
      *    1 de janeiro de 1601 (dia 1 do calendario inteiro) foi uma
      *    segunda-feira:
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           MOVE WS-CUR-NUMERO TO WS-SC-LOOKUP-NUMERO.
           MOVE WS-WEEKDAY TO WS-SC-LOOKUP-WEEKDAY.
           PERFORM LOOKUP-SCHEDULE-PROCEDURE.
           IF WS-SC-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PCH-FOUND.
           PERFORM VARYING PC-IDX FROM 1 BY 1
               UNTIL PC-IDX > WS-PCH-COUNT
               IF WS-PC-NUMERO(PC-IDX) = WS-CUR-NUMERO
                   AND WS-PC-DATA(PC-IDX) = WS-DAY-DATE
                   MOVE "Y" TO WS-PCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-PCH-FOUND = "N"
               PERFORM CHECK-LEAVE-PROCEDURE
               IF WS-LEAVE-HIT = "N"
                   ADD 1 TO WS-EMP-ABSENT
                   ADD 1 TO WS-N-ABSENT
                   MOVE SPACES TO LATENESS-REPORT-LINE
                   STRING "   " WS-DAY-DATE
                       "  FALTA: dia com horario sem picagem nem "
                       "ausencia registada"
                       DELIMITED BY SIZE INTO LATENESS-REPORT-LINE
                   WRITE LATENESS-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-PC-ENTRY-MIN(PC-IDX) >
               WS-SC-START-MIN + WS-TOLERANCE-MIN
               COMPUTE WS-DIFF-MIN =
                   WS-PC-ENTRY-MIN(PC-IDX) - WS-SC-START-MIN
               ADD 1 TO WS-EMP-LATE
               ADD 1 TO WS-N-LATE
               ADD WS-DIFF-MIN TO WS-EMP-LATE-MIN
               MOVE WS-DIFF-MIN TO M-MIN
               MOVE SPACES TO LATENESS-REPORT-LINE
               STRING "   " WS-DAY-DATE "  ATRASO de " M-MIN
                   " min"
                   DELIMITED BY SIZE INTO LATENESS-REPORT-LINE
               WRITE LATENESS-REPORT-LINE
           END-IF.
           IF WS-PC-EXIT-MIN(PC-IDX) + WS-TOLERANCE-MIN <
               WS-SC-END-MIN
               COMPUTE WS-DIFF-MIN =
                   WS-SC-END-MIN - WS-PC-EXIT-MIN(PC-IDX)
               ADD 1 TO WS-EMP-EARLY
               ADD 1 TO WS-N-EARLY
               MOVE WS-DIFF-MIN TO M-MIN
               MOVE SPACES TO LATENESS-REPORT-LINE
               STRING "   " WS-DAY-DATE "  SAIDA ANTECIPADA de "
                   M-MIN " min"
                   DELIMITED BY SIZE INTO LATENESS-REPORT-LINE
               WRITE LATENESS-REPORT-LINE
           END-IF.


      *    qualquer ausencia registada (ferias, doenca, outra, banco
      *    de horas) que cubra o dia justifica a falta de picagem:
       CHECK-LEAVE-PROCEDURE.
           MOVE "N" TO WS-LEAVE-HIT.
           PERFORM VARYING LV-IDX FROM 1 BY 1
               UNTIL LV-IDX > WS-LEAVE-COUNT
               IF WS-LV-NUMERO(LV-IDX) = WS-CUR-NUMERO
                   AND WS-LV-START(LV-IDX) <= WS-DAY-DATE
                   AND WS-LV-END(LV-IDX) >= WS-DAY-DATE
                   MOVE "Y" TO WS-LEAVE-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       ACCUMULATE-SECTION-PROCEDURE.
           MOVE "N" TO WS-SEC-FOUND.
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SEC-COUNT
               IF WS-SEC-NAME(SEC-IDX) = WS-SEC-CUR
                   MOVE "Y" TO WS-SEC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEC-FOUND = "N"
               IF WS-SEC-COUNT < 30
                   ADD 1 TO WS-SEC-COUNT
                   SET SEC-IDX TO WS-SEC-COUNT
                   MOVE WS-SEC-CUR TO WS-SEC-NAME(SEC-IDX)
                   MOVE ZERO TO WS-SEC-LATE(SEC-IDX)
                   MOVE ZERO TO WS-SEC-EARLY(SEC-IDX)
                   MOVE ZERO TO WS-SEC-ABSENT(SEC-IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-EMP-LATE TO WS-SEC-LATE(SEC-IDX).
           ADD WS-EMP-EARLY TO WS-SEC-EARLY(SEC-IDX).
           ADD WS-EMP-ABSENT TO WS-SEC-ABSENT(SEC-IDX).


       SECTION-SUMMARY-PROCEDURE.
           MOVE SPACES TO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.
           MOVE "RESUMO POR SECCAO" TO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.
           MOVE "Seccao                Atrasos  Saidas ant.  Faltas"
               TO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.
           PERFORM VARYING SEC-IDX FROM 1 BY 1
               UNTIL SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-LATE(SEC-IDX) TO M-COUNT
               MOVE WS-SEC-EARLY(SEC-IDX) TO M-COUNT2
               MOVE WS-SEC-ABSENT(SEC-IDX) TO M-COUNT3
               MOVE SPACES TO LATENESS-REPORT-LINE
               STRING WS-SEC-NAME(SEC-IDX) "   " M-COUNT
                   "        " M-COUNT2 "   " M-COUNT3
                   DELIMITED BY SIZE INTO LATENESS-REPORT-LINE
               WRITE LATENESS-REPORT-LINE
           END-PERFORM.
           MOVE WS-N-LATE TO M-COUNT.
           MOVE WS-N-EARLY TO M-COUNT2.
           MOVE WS-N-ABSENT TO M-COUNT3.
           MOVE SPACES TO LATENESS-REPORT-LINE.
           STRING "TOTAL                  " M-COUNT
               "        " M-COUNT2 "   " M-COUNT3
               DELIMITED BY SIZE INTO LATENESS-REPORT-LINE.
           WRITE LATENESS-REPORT-LINE.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REMUN_BATCH_IN_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PUNCH-IN-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LATENESS_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LATE-REPORT-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "LATENESS_TOLERANCE_MIN".
           IF WS-ENV-VALUE NOT = SPACES
               COMPUTE WS-TOLERANCE-MIN =
                   FUNCTION NUMVAL(WS-ENV-VALUE)
           END-IF.


       COPY "WSCHP.cpy".

       COPY "LEAVEP.cpy".

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM LATENESS-REPORT.
