      *          number in EMPLOYEE-MASTER and appends the equivalent
      *          daily punch records to the MONEY-IN file -- teaching
      *          hours paid always match sessions actually given.
      *          When a weekly timetable is on file the run also
      *          reports, per teacher and over the period covered by
      *          the attendance register, the planned hours against
      *          the hours actually held, with the planned classes
      *          never held and the sessions held outside the
      *          timetable.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           FILE STATUS IS WS-PUNCH-OUT-STATUS.

           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *    registo de impressoes digitais: o mesmo registo de
      *    assiduidade extraido duas vezes pagaria as aulas em dobro:
           COPY "FNGRSEL.cpy".

           COPY "TTBLSEL.cpy".

           SELECT HOURS-REPORT-FILE
           ASSIGN TO DYNAMIC WS-HOURS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOURS-REPORT-STATUS.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 PO-REMUNERATION PIC 9999.

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "EXCEPTFD.cpy".
       COPY "FNGRFD.cpy".
       COPY "TTBLFD.cpy".

       FD  HOURS-REPORT-FILE.
       01  HOURS-REPORT-LINE PIC X(100).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-PR-I          PIC 9(3).

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "EXCEPTWS.cpy".
       COPY "FNGRWS.cpy".
       COPY "TTBLWS.cpy".
       01  WS-TODAY PIC 9(8).

      * horas planeadas (horario semanal) contra horas dadas:
       01  WS-HOURS-REPORT-PATH PIC X(60)
           VALUE "..\teacher-hours-report.txt".
       01  WS-HOURS-REPORT-STATUS PIC XX.
       01  WS-PER-INICIO   PIC 9(8).
       01  WS-PER-FIM      PIC 9(8).
       01  WS-PER-DATA     PIC 9(8).
       01  WS-PER-INT      PIC 9(7).
       01  WS-PER-INT-FIM  PIC 9(7).
       01  WS-PER-DIA      PIC 9.
       01  WS-PLAN-HELD    PIC X.
       01  WS-PLAN-FOUND   PIC X.
       01  WS-N-NAO-DADAS  PIC 9(5) VALUE ZERO.
       01  WS-N-FORA       PIC 9(5) VALUE ZERO.
       01  WS-ADD-MIN      PIC 9(5).
       01  WS-TH-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-TH-TABLE.
           05 WS-TH-ENTRY OCCURS 50 TIMES INDEXED BY TH-IDX.
               10 WS-TH-PROFESSOR  PIC X(20).
               10 WS-TH-PLAN-MIN   PIC 9(6).
               10 WS-TH-DADAS-MIN  PIC 9(6).
               10 WS-TH-NAO-DADAS  PIC 9(3).
       01  WS-TH-OVERFLOW  PIC X VALUE "N".
       01  WS-RPT-HORAS    PIC 9(4)V99.
       01  WS-RPT-PLAN-ED  PIC ZZZ9.99.
       01  WS-RPT-DADAS-ED PIC ZZZ9.99.
       01  WS-RPT-DIF      PIC S9(4)V99.
       01  WS-RPT-DIF-ED   PIC -ZZZ9.99.
       01  WS-RPT-N-ED     PIC ZZ9.
       01  WS-RPT-HORA-ED.
           05 WS-RPT-HH    PIC 99.
           05 FILLER       PIC X VALUE ":".
           05 WS-RPT-MM    PIC 99.

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
           DISPLAY "Registos de ponto docente gerados: " WS-N-WRITTEN
               " em " WS-PUNCH-OUT-PATH.
           PERFORM PLANNED-VS-HELD-PROCEDURE.
           STOP RUN.


               MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                   TO WS-WEEKLY-HOURS
           END-IF.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "TEACHER_HOURS_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HOURS-REPORT-PATH
           END-IF.
           PERFORM INIT-TTBL-PATH-PROCEDURE.


      *    carrega do roster o professor de cada turma ("T") e a
           ADD 1 TO WS-N-WRITTEN.


      *    Horas planeadas contra horas dadas. O periodo vai da
      *    primeira a ultima data com sessao no registo de
      *    assiduidade; cada dia do periodo conta as aulas do horario
      *    semanal desse dia da semana. Uma aula planeada foi dada
      *    quando a turma teve sessao nesse dia (a assiduidade e
      *    diaria, pelo que todas as aulas da turma nesse dia contam
      *    como dadas); uma sessao sem nenhuma aula da turma no
      *    horario desse dia conta WS-SESSION-HOURS ao professor do
      *    roster, como no ponto.
       PLANNED-VS-HELD-PROCEDURE.
           PERFORM LOAD-TIMETABLE-PROCEDURE.
           IF WS-TTBL-COUNT = ZERO
               DISPLAY "AVISO: sem horario semanal em " WS-TTBL-PATH
                   " -- relatorio de horas planeadas nao produzido."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TTBL-OVERFLOW = "Y"
               DISPLAY "AVISO: horario com mais de 300 aulas -- as "
                   "restantes NAO foram planeadas."
           END-IF.
           IF WS-SES-COUNT = ZERO
               DISPLAY "AVISO: registo de assiduidade sem sessoes -- "
                   "relatorio de horas planeadas nao produzido."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SE-DATA(1) TO WS-PER-INICIO.
           MOVE WS-SE-DATA(1) TO WS-PER-FIM.
           PERFORM VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > WS-SES-COUNT
               IF WS-SE-DATA(SE-IDX) < WS-PER-INICIO
                   MOVE WS-SE-DATA(SE-IDX) TO WS-PER-INICIO
               END-IF
               IF WS-SE-DATA(SE-IDX) > WS-PER-FIM
                   MOVE WS-SE-DATA(SE-IDX) TO WS-PER-FIM
               END-IF
           END-PERFORM.

           OPEN OUTPUT HOURS-REPORT-FILE.
           MOVE SPACES TO HOURS-REPORT-LINE.
           STRING "HORAS PLANEADAS CONTRA HORAS DADAS -- periodo "
               WS-PER-INICIO " a " WS-PER-FIM
               DELIMITED BY SIZE INTO HOURS-REPORT-LINE.
           WRITE HOURS-REPORT-LINE.
           MOVE SPACES TO HOURS-REPORT-LINE.
           WRITE HOURS-REPORT-LINE.

           COMPUTE WS-PER-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-INICIO).
           COMPUTE WS-PER-INT-FIM =
               FUNCTION INTEGER-OF-DATE(WS-PER-FIM).
           PERFORM UNTIL WS-PER-INT > WS-PER-INT-FIM
               COMPUTE WS-PER-DATA =
                   FUNCTION DATE-OF-INTEGER(WS-PER-INT)
      *        o dia 1 do calendario (1601-01-01) foi uma segunda:
               COMPUTE WS-PER-DIA = FUNCTION MOD(WS-PER-INT - 1, 7) + 1
               PERFORM PLAN-ONE-DAY-PROCEDURE
               ADD 1 TO WS-PER-INT
           END-PERFORM.

           PERFORM VARYING SE-IDX FROM 1 BY 1
               UNTIL SE-IDX > WS-SES-COUNT
               PERFORM CHECK-SESSION-PLANNED-PROCEDURE
           END-PERFORM.

           PERFORM WRITE-TEACHER-TOTALS-PROCEDURE.
           CLOSE HOURS-REPORT-FILE.
           MOVE "TEACHER-HOURS" TO WS-SPL-PROGRAM.
           MOVE "HORAS LETIVAS DOS PROFESSORES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-HOURS-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           IF WS-TH-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 50 professores no horario -- "
                   "os restantes NAO foram totalizados."
           END-IF.
           DISPLAY "Horas planeadas/dadas em "
               FUNCTION TRIM(WS-HOURS-REPORT-PATH)
               ": " WS-N-NAO-DADAS " aula(s) nao dada(s), "
               WS-N-FORA " sessao(oes) fora do horario.".


      *    as aulas do horario para o dia da semana de WS-PER-DATA:
       PLAN-ONE-DAY-PROCEDURE.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TTBL-COUNT
               IF WS-TT-DIA(TT-IDX) = WS-PER-DIA
                   MOVE WS-TT-PROFESSOR(TT-IDX) TO WS-PROF-NAME
                   PERFORM FIND-TEACHER-TOTAL-PROCEDURE
                   MOVE "N" TO WS-PLAN-HELD
                   PERFORM VARYING SE-IDX FROM 1 BY 1
                       UNTIL SE-IDX > WS-SES-COUNT
                       IF WS-SE-TURMA(SE-IDX) = WS-TT-TURMA(TT-IDX)
                           AND WS-SE-DATA(SE-IDX) = WS-PER-DATA
                           MOVE "Y" TO WS-PLAN-HELD
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-PLAN-FOUND = "Y"
                       ADD WS-TT-DURACAO(TT-IDX)
                           TO WS-TH-PLAN-MIN(TH-IDX)
                       IF WS-PLAN-HELD = "Y"
                           ADD WS-TT-DURACAO(TT-IDX)
                               TO WS-TH-DADAS-MIN(TH-IDX)
                       ELSE
                           ADD 1 TO WS-TH-NAO-DADAS(TH-IDX)
                       END-IF
                   END-IF
                   IF WS-PLAN-HELD = "N"
                       PERFORM WRITE-NOT-HELD-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.


       WRITE-NOT-HELD-PROCEDURE.
           ADD 1 TO WS-N-NAO-DADAS.
           DIVIDE WS-TT-HORA(TT-IDX) BY 100 GIVING WS-RPT-HH
               REMAINDER WS-RPT-MM.
           MOVE SPACES TO HOURS-REPORT-LINE.
           STRING "NAO DADA      " WS-PER-DATA " " WS-RPT-HORA-ED " "
               WS-TT-TURMA(TT-IDX) " " WS-TT-CURSO(TT-IDX) " "
               WS-TT-SALA(TT-IDX) " " WS-TT-PROFESSOR(TT-IDX)
               DELIMITED BY SIZE INTO HOURS-REPORT-LINE.
           WRITE HOURS-REPORT-LINE.


      *    uma sessao dada sem aula da turma no horario desse dia:
       CHECK-SESSION-PLANNED-PROCEDURE.
           COMPUTE WS-PER-INT =
               FUNCTION INTEGER-OF-DATE(WS-SE-DATA(SE-IDX)).
           COMPUTE WS-PER-DIA = FUNCTION MOD(WS-PER-INT - 1, 7) + 1.
           MOVE "N" TO WS-PLAN-FOUND.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TTBL-COUNT
               IF WS-TT-TURMA(TT-IDX) = WS-SE-TURMA(SE-IDX)
                   AND WS-TT-DIA(TT-IDX) = WS-PER-DIA
                   MOVE "Y" TO WS-PLAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PLAN-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-N-FORA.
           MOVE SPACES TO WS-PROF-NAME.
           PERFORM VARYING TU-IDX FROM 1 BY 1
               UNTIL TU-IDX > WS-TUR-COUNT
               IF WS-TU-TURMA(TU-IDX) = WS-SE-TURMA(SE-IDX)
                   MOVE WS-TU-PROFESSOR(TU-IDX) TO WS-PROF-NAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO HOURS-REPORT-LINE.
           STRING "FORA HORARIO  " WS-SE-DATA(SE-IDX) "       "
               WS-SE-TURMA(SE-IDX) "                 " WS-PROF-NAME
               DELIMITED BY SIZE INTO HOURS-REPORT-LINE.
           WRITE HOURS-REPORT-LINE.
           IF WS-PROF-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TEACHER-TOTAL-PROCEDURE.
           IF WS-PLAN-FOUND = "Y"
               COMPUTE WS-ADD-MIN = WS-SESSION-HOURS * 60
               ADD WS-ADD-MIN TO WS-TH-DADAS-MIN(TH-IDX)
           END-IF.


      *    linha de totais do professor WS-PROF-NAME (criada se
      *    ainda nao existe); WS-PLAN-FOUND = "N" se a tabela encheu:
       FIND-TEACHER-TOTAL-PROCEDURE.
           MOVE "N" TO WS-PLAN-FOUND.
           PERFORM VARYING TH-IDX FROM 1 BY 1
               UNTIL TH-IDX > WS-TH-COUNT
               IF WS-TH-PROFESSOR(TH-IDX) = WS-PROF-NAME
                   MOVE "Y" TO WS-PLAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PLAN-FOUND = "N"
               IF WS-TH-COUNT < 50
                   ADD 1 TO WS-TH-COUNT
                   SET TH-IDX TO WS-TH-COUNT
                   MOVE WS-PROF-NAME TO WS-TH-PROFESSOR(TH-IDX)
                   MOVE ZERO TO WS-TH-PLAN-MIN(TH-IDX)
                   MOVE ZERO TO WS-TH-DADAS-MIN(TH-IDX)
                   MOVE ZERO TO WS-TH-NAO-DADAS(TH-IDX)
                   MOVE "Y" TO WS-PLAN-FOUND
               ELSE
                   MOVE "Y" TO WS-TH-OVERFLOW
               END-IF
           END-IF.


       WRITE-TEACHER-TOTALS-PROCEDURE.
           MOVE SPACES TO HOURS-REPORT-LINE.
           WRITE HOURS-REPORT-LINE.
           MOVE SPACES TO HOURS-REPORT-LINE.
           STRING "PROFESSOR             PLANEADAS     DADAS"
               "  DIFERENCA  AULAS NAO DADAS"
               DELIMITED BY SIZE INTO HOURS-REPORT-LINE.
           WRITE HOURS-REPORT-LINE.
           PERFORM VARYING TH-IDX FROM 1 BY 1
               UNTIL TH-IDX > WS-TH-COUNT
               COMPUTE WS-RPT-HORAS ROUNDED =
                   WS-TH-PLAN-MIN(TH-IDX) / 60
               MOVE WS-RPT-HORAS TO WS-RPT-PLAN-ED
               COMPUTE WS-RPT-DIF = 0 - WS-RPT-HORAS
               COMPUTE WS-RPT-HORAS ROUNDED =
                   WS-TH-DADAS-MIN(TH-IDX) / 60
               MOVE WS-RPT-HORAS TO WS-RPT-DADAS-ED
               ADD WS-RPT-HORAS TO WS-RPT-DIF
               MOVE WS-RPT-DIF TO WS-RPT-DIF-ED
               MOVE WS-TH-NAO-DADAS(TH-IDX) TO WS-RPT-N-ED
               MOVE SPACES TO HOURS-REPORT-LINE
               STRING WS-TH-PROFESSOR(TH-IDX) "  " WS-RPT-PLAN-ED
                   "   " WS-RPT-DADAS-ED "   " WS-RPT-DIF-ED
                   "              " WS-RPT-N-ED
                   DELIMITED BY SIZE INTO HOURS-REPORT-LINE
               WRITE HOURS-REPORT-LINE
           END-PERFORM.


      *    varrimento sequencial do master a procura do professor: o
      *    cabecalho do roster traz o nome por extenso, que tem de
      *    coincidir com "NOME APELIDO" (ou so o NOME) do registo:

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "FNGRP.cpy".

       COPY "TTBLP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM TEACHER-HOURS.
