       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLY-WARNING.
      *=================================================================
      * Purpose: Mid-term early-warning list of students at risk of
      *          failing, while there is still time to act. From the
      *          roster, the partial marks already keyed (RNOTA1 and
      *          RNOTA2, weighted as in NOTAS by the course catalog)
      *          give the current average; from the attendance
      *          register, the absences so far in the term are
      *          projected to the end of the term. A student is listed
      *          when the average is under the pass mark (10, as in
      *          NOTAS) or the projected absences exceed CC-MAX-FALTAS
      *          of the course. The list is grouped by professor
      *          (RH-PROFESSOR, the class director) and by turma, and
      *          written to a report file for the class directors.
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
           SELECT ROSTER-FILE
           ASSIGN TO DYNAMIC WS-ROSTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT ATTENDANCE-FILE
           ASSIGN TO DYNAMIC WS-ATTENDANCE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ATTENDANCE-STATUS.

      *    catalogo de cursos (pesos dos testes e limite de faltas):
           COPY "CRSCSEL.cpy".

           SELECT WARNING-REPORT-FILE
           ASSIGN TO DYNAMIC WS-WARNING-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * mesma imagem do ROSTER-RECORD de NOTAS (cabecalho de turma
      * "T" seguido dos alunos):
       FD  ROSTER-FILE.
       01  ROSTER-RECORD.
           05 RREC-TYPE PIC X(1).
           05 RNUMERO   PIC 9(5).
           05 RNOME     PIC A(20).
           05 RNOTA1    PIC 99.
           05 RNOTA2    PIC 99.
           05 RNOTA3    PIC 99.
           05 RNOTA4    PIC 99.
           05 RFALTAS   PIC 99.
           05 RCURSO    PIC X(8).

       01  ROSTER-HEADER-RECORD.
           05 RH-REC-TYPE  PIC X(1).
           05 RH-TURMA     PIC X(8).
           05 RH-CURSO     PIC X(8).
           05 RH-PROFESSOR PIC X(20).

       FD  ATTENDANCE-FILE.
       01  ATTENDANCE-RECORD.
           05 AT-DATA     PIC 9(8).
           05 AT-NUMERO   PIC 9(5).
           05 AT-PRESENTE PIC X.

       COPY "CRSCFD.cpy".

       FD  WARNING-REPORT-FILE.
       01  WARNING-REPORT-LINE PIC X(90).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ROSTER-PATH     PIC X(60) VALUE "..\notas-roster.txt".
       01  WS-ROSTER-STATUS   PIC XX.
       01  WS-ATTENDANCE-PATH PIC X(60) VALUE "..\attendance.txt".
       01  WS-ATTENDANCE-STATUS PIC XX.
       01  WS-WARNING-PATH    PIC X(60) VALUE "..\early-warning.txt".
       01  WS-ENV-VALUE       PIC X(60).

       01  WS-EOF     PIC X VALUE "N".

      * periodo letivo e data de referencia (hoje por omissao):
       01  WS-TERM-START  PIC 9(8).
       01  WS-TERM-END    PIC 9(8).
       01  WS-AS-OF       PIC 9(8).
       01  WS-TERM-DAYS   PIC 9(5).
       01  WS-ELAPSED-DAYS PIC 9(5).
       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.

      * nota minima de aprovacao (como em NOTAS):
       01  WS-PASS-MARK   PIC 99V99 VALUE 10.

      * turmas do roster, pela ordem do ficheiro:
       01  WS-TUR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TUR-TABLE.
           05 WS-TUR-ENTRY OCCURS 50 TIMES INDEXED BY TU-IDX.
               10 WS-TU-TURMA     PIC X(8).
               10 WS-TU-CURSO     PIC X(8).
               10 WS-TU-PROFESSOR PIC X(20).
               10 WS-TU-DONE      PIC X.
       01  WS-TUR-OVERFLOW PIC X VALUE "N".
       01  WS-CUR-TU       PIC 9(3) VALUE ZERO.

      * alunos do roster com a turma a que pertencem:
       01  WS-ALU-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ALU-TABLE.
           05 WS-ALU-ENTRY OCCURS 200 TIMES INDEXED BY AL-IDX.
               10 WS-AL-NUMERO  PIC 9(5).
               10 WS-AL-NOME    PIC X(20).
               10 WS-AL-TU      PIC 9(3).
               10 WS-AL-CURSO   PIC X(8).
               10 WS-AL-NOTA1   PIC 99.
               10 WS-AL-NOTA2   PIC 99.
               10 WS-AL-FALTAS  PIC 9(3).
      *        resultado da avaliacao intercalar:
               10 WS-AL-MEDIA   PIC 99V99.
               10 WS-AL-NOTAS   PIC X.
               10 WS-AL-PROJ    PIC 9(3).
               10 WS-AL-MAX     PIC 999.
               10 WS-AL-RISCO   PIC X(20).
       01  WS-ALU-OVERFLOW PIC X VALUE "N".

       01  WS-W-SUM       PIC 9(3).
       01  WS-N-SUM       PIC 9(5).
       01  WS-PROF-NAME   PIC X(20).
       01  WS-TU-I        PIC 9(3).
       01  WS-N-CLASS     PIC 9(3).
       01  WS-N-RISK      PIC 9(4) VALUE ZERO.
       01  WS-N-RISK-NOTA PIC 9(4) VALUE ZERO.
       01  WS-N-RISK-FALT PIC 9(4) VALUE ZERO.
       01  WS-N-REJECTED  PIC 9(4) VALUE ZERO.

       01  M-MEDIA        PIC Z9.99.
       01  M-FALTAS       PIC ZZ9.
       01  M-PROJ         PIC ZZ9.
       01  M-MAX          PIC ZZ9.

       COPY "CRSCWS.cpy".

       COPY "DATEVAL.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           DISPLAY "Inicio do periodo letivo (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-TERM-START.
           DISPLAY "Fim do periodo letivo (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-TERM-END.
           ACCEPT WS-AS-OF FROM DATE YYYYMMDD.
           IF WS-TERM-END <= WS-TERM-START
               DISPLAY "ERRO: fim do periodo nao e posterior ao "
                   "inicio."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AS-OF < WS-TERM-START
               DISPLAY "ERRO: o periodo letivo ainda nao comecou."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-AS-OF > WS-TERM-END
               MOVE WS-TERM-END TO WS-AS-OF
           END-IF.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TERM-END)
               - FUNCTION INTEGER-OF-DATE(WS-TERM-START) + 1.
           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF)
               - FUNCTION INTEGER-OF-DATE(WS-TERM-START) + 1.

           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM LOAD-ROSTER-PROCEDURE.
           IF WS-ALU-COUNT = ZERO
               DISPLAY "Roster vazio ou inexistente ("
                   WS-ROSTER-PATH ")."
               STOP RUN
           END-IF.
           PERFORM COUNT-ABSENCES-PROCEDURE.

           PERFORM VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > WS-ALU-COUNT
               PERFORM ASSESS-STUDENT-PROCEDURE
           END-PERFORM.

           OPEN OUTPUT WARNING-REPORT-FILE.
           PERFORM PRINT-REPORT-PROCEDURE.
           CLOSE WARNING-REPORT-FILE.
           MOVE "EARLY-WARNING" TO WS-SPL-PROGRAM.
           MOVE "ALERTAS DE INSUCESSO" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-WARNING-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-TUR-OVERFLOW = "Y" OR WS-ALU-OVERFLOW = "Y"
               DISPLAY "AVISO: roster maior do que as tabelas (50 "
                   "turmas / 200 alunos) -- os restantes NAO foram "
                   "avaliados."
           END-IF.
           IF WS-N-REJECTED > ZERO
               DISPLAY "AVISO: " WS-N-REJECTED " registos de "
                   "assiduidade com data invalida ignorados."
           END-IF.
           DISPLAY "Alunos em risco: " WS-N-RISK " (nota: "
               WS-N-RISK-NOTA ", faltas: " WS-N-RISK-FALT ") -- "
               "lista em " WS-WARNING-PATH.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "NOTAS_ROSTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ROSTER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ATTENDANCE_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ATTENDANCE-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EARLY_WARNING_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-WARNING-PATH
           END-IF.


       ACCEPT-VALID-DATE-PROCEDURE.
           MOVE "N" TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = "Y"
               ACCEPT WS-DATE-IN
               MOVE WS-DATE-DD TO DV-DAY
               MOVE WS-DATE-MM TO DV-MONTH
               MOVE WS-DATE-YYYY TO DV-YEAR
               PERFORM VALIDATE-DATE-PROCEDURE
               IF DV-VALID = "Y"
                   MOVE "Y" TO WS-DATE-OK
               ELSE
                   DISPLAY "Data invalida -- tente de novo (AAAAMMDD): "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.


      *    turmas ("T") e alunos; um roster antigo sem cabecalhos
      *    fica todo numa turma sem nome nem professor:
       LOAD-ROSTER-PROCEDURE.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ROSTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM STORE-ROSTER-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.


       STORE-ROSTER-LINE-PROCEDURE.
           IF RREC-TYPE = "T"
               IF WS-TUR-COUNT >= 50
                   MOVE "Y" TO WS-TUR-OVERFLOW
                   MOVE ZERO TO WS-CUR-TU
               ELSE
                   ADD 1 TO WS-TUR-COUNT
                   SET TU-IDX TO WS-TUR-COUNT
                   MOVE RH-TURMA TO WS-TU-TURMA(TU-IDX)
                   MOVE RH-CURSO TO WS-TU-CURSO(TU-IDX)
                   MOVE RH-PROFESSOR TO WS-TU-PROFESSOR(TU-IDX)
                   MOVE WS-TUR-COUNT TO WS-CUR-TU
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-CUR-TU = ZERO
               IF WS-TUR-OVERFLOW = "Y"
                   EXIT PARAGRAPH
               END-IF
               IF WS-TUR-COUNT >= 50
                   MOVE "Y" TO WS-TUR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TUR-COUNT
               SET TU-IDX TO WS-TUR-COUNT
               MOVE SPACES TO WS-TU-TURMA(TU-IDX)
               MOVE SPACES TO WS-TU-CURSO(TU-IDX)
               MOVE SPACES TO WS-TU-PROFESSOR(TU-IDX)
               MOVE WS-TUR-COUNT TO WS-CUR-TU
           END-IF.
           IF WS-ALU-COUNT >= 200
               MOVE "Y" TO WS-ALU-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ALU-COUNT.
           SET AL-IDX TO WS-ALU-COUNT.
           MOVE RNUMERO TO WS-AL-NUMERO(AL-IDX).
           MOVE RNOME TO WS-AL-NOME(AL-IDX).
           MOVE WS-CUR-TU TO WS-AL-TU(AL-IDX).
      *    o curso vem do cabecalho da turma quando existe (como em
      *    NOTAS):
           SET TU-IDX TO WS-CUR-TU.
           IF WS-TU-CURSO(TU-IDX) NOT = SPACES
               MOVE WS-TU-CURSO(TU-IDX) TO WS-AL-CURSO(AL-IDX)
           ELSE
               MOVE RCURSO TO WS-AL-CURSO(AL-IDX)
           END-IF.
           MOVE RNOTA1 TO WS-AL-NOTA1(AL-IDX).
           MOVE RNOTA2 TO WS-AL-NOTA2(AL-IDX).
           MOVE ZERO TO WS-AL-FALTAS(AL-IDX).


      *    ausencias registadas desde o inicio do periodo ate a data
      *    de referencia; datas invalidas contam a parte, como no
      *    totalizar do ATTENDANCE-REGISTER:
       COUNT-ABSENCES-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTENDANCE-STATUS = "35"
               DISPLAY "AVISO: sem registo de assiduidade ("
                   WS-ATTENDANCE-PATH ") -- so as notas contam."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ATTENDANCE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM TALLY-ABSENCE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE ATTENDANCE-FILE.


       TALLY-ABSENCE-PROCEDURE.
           COMPUTE DV-YEAR = AT-DATA / 10000.
           COMPUTE DV-MONTH =
               FUNCTION MOD(AT-DATA / 100, 100).
           COMPUTE DV-DAY = FUNCTION MOD(AT-DATA, 100).
           PERFORM VALIDATE-DATE-PROCEDURE.
           IF DV-VALID = "N"
               ADD 1 TO WS-N-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF AT-DATA < WS-TERM-START OR AT-DATA > WS-AS-OF
               EXIT PARAGRAPH
           END-IF.
           IF AT-PRESENTE NOT = "A" AND AT-PRESENTE NOT = "a"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > WS-ALU-COUNT
               IF WS-AL-NUMERO(AL-IDX) = AT-NUMERO
                   ADD 1 TO WS-AL-FALTAS(AL-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.


      *    media intercalar das notas ja lancadas (uma nota acima de
      *    20 ainda nao foi lancada) e faltas projetadas ao fim do
      *    periodo ao ritmo atual:
       ASSESS-STUDENT-PROCEDURE.
           MOVE WS-AL-CURSO(AL-IDX) TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           MOVE WS-CRS-MAX-FALTAS TO WS-AL-MAX(AL-IDX).
           MOVE SPACES TO WS-AL-RISCO(AL-IDX).
           MOVE ZERO TO WS-AL-MEDIA(AL-IDX).
           MOVE "N" TO WS-AL-NOTAS(AL-IDX).

           MOVE ZERO TO WS-W-SUM.
           MOVE ZERO TO WS-N-SUM.
           IF WS-AL-NOTA1(AL-IDX) <= 20
               ADD WS-CRS-W1 TO WS-W-SUM
               COMPUTE WS-N-SUM = WS-N-SUM
                   + WS-AL-NOTA1(AL-IDX) * WS-CRS-W1
           END-IF.
           IF WS-AL-NOTA2(AL-IDX) <= 20
               ADD WS-CRS-W2 TO WS-W-SUM
               COMPUTE WS-N-SUM = WS-N-SUM
                   + WS-AL-NOTA2(AL-IDX) * WS-CRS-W2
           END-IF.
           IF WS-W-SUM > ZERO
               MOVE "Y" TO WS-AL-NOTAS(AL-IDX)
               COMPUTE WS-AL-MEDIA(AL-IDX) ROUNDED =
                   WS-N-SUM / WS-W-SUM
           END-IF.

           COMPUTE WS-AL-PROJ(AL-IDX) ROUNDED =
               WS-AL-FALTAS(AL-IDX) * WS-TERM-DAYS / WS-ELAPSED-DAYS.

           IF WS-AL-NOTAS(AL-IDX) = "Y"
               AND WS-AL-MEDIA(AL-IDX) < WS-PASS-MARK
               MOVE "NOTA" TO WS-AL-RISCO(AL-IDX)
               ADD 1 TO WS-N-RISK-NOTA
           END-IF.
           IF WS-AL-FALTAS(AL-IDX) > WS-AL-MAX(AL-IDX)
               STRING WS-AL-RISCO(AL-IDX) DELIMITED BY SPACE
                   " FALTAS(EXCEDIDO)" DELIMITED BY SIZE
                   INTO WS-AL-RISCO(AL-IDX)
               ADD 1 TO WS-N-RISK-FALT
           ELSE
               IF WS-AL-PROJ(AL-IDX) > WS-AL-MAX(AL-IDX)
                   STRING WS-AL-RISCO(AL-IDX) DELIMITED BY SPACE
                       " FALTAS" DELIMITED BY SIZE
                       INTO WS-AL-RISCO(AL-IDX)
                   ADD 1 TO WS-N-RISK-FALT
               END-IF
           END-IF.
           IF WS-AL-RISCO(AL-IDX) NOT = SPACES
               ADD 1 TO WS-N-RISK
           END-IF.


      *    por professor (diretor de turma), pela ordem em que
      *    aparece no roster, e dentro dele por turma:
       PRINT-REPORT-PROCEDURE.
           MOVE SPACES TO WARNING-REPORT-LINE.
           STRING "ALERTA INTERCALAR - ALUNOS EM RISCO ("
               WS-TERM-START " a " WS-TERM-END ", ponto em "
               WS-AS-OF ")"
               DELIMITED BY SIZE INTO WARNING-REPORT-LINE.
           WRITE WARNING-REPORT-LINE.
           PERFORM VARYING TU-IDX FROM 1 BY 1
               UNTIL TU-IDX > WS-TUR-COUNT
               MOVE "N" TO WS-TU-DONE(TU-IDX)
           END-PERFORM.
           PERFORM VARYING WS-TU-I FROM 1 BY 1
               UNTIL WS-TU-I > WS-TUR-COUNT
               IF WS-TU-DONE(WS-TU-I) = "N"
                   MOVE WS-TU-PROFESSOR(WS-TU-I) TO WS-PROF-NAME
                   PERFORM PRINT-PROFESSOR-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-N-RISK = ZERO
               MOVE SPACES TO WARNING-REPORT-LINE
               WRITE WARNING-REPORT-LINE
               MOVE "Nenhum aluno em risco." TO WARNING-REPORT-LINE
               WRITE WARNING-REPORT-LINE
           END-IF.


       PRINT-PROFESSOR-PROCEDURE.
           MOVE SPACES TO WARNING-REPORT-LINE.
           WRITE WARNING-REPORT-LINE.
           MOVE SPACES TO WARNING-REPORT-LINE.
           IF WS-PROF-NAME = SPACES
               MOVE "Professor: (sem cabecalho de turma)"
                   TO WARNING-REPORT-LINE
           ELSE
               STRING "Professor: " WS-PROF-NAME
                   DELIMITED BY SIZE INTO WARNING-REPORT-LINE
           END-IF.
           WRITE WARNING-REPORT-LINE.
           PERFORM VARYING TU-IDX FROM 1 BY 1
               UNTIL TU-IDX > WS-TUR-COUNT
               IF WS-TU-DONE(TU-IDX) = "N"
                   AND WS-TU-PROFESSOR(TU-IDX) = WS-PROF-NAME
                   MOVE "Y" TO WS-TU-DONE(TU-IDX)
                   PERFORM PRINT-TURMA-PROCEDURE
               END-IF
           END-PERFORM.


       PRINT-TURMA-PROCEDURE.
           MOVE SPACES TO WARNING-REPORT-LINE.
           STRING "  Turma " WS-TU-TURMA(TU-IDX) "  curso "
               WS-TU-CURSO(TU-IDX)
               DELIMITED BY SIZE INTO WARNING-REPORT-LINE.
           WRITE WARNING-REPORT-LINE.
           MOVE SPACES TO WARNING-REPORT-LINE.
           STRING "    Aluno Nome                  Media Faltas "
               "Proj. Limite Risco"
               DELIMITED BY SIZE INTO WARNING-REPORT-LINE.
           WRITE WARNING-REPORT-LINE.
           MOVE ZERO TO WS-N-CLASS.
           PERFORM VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > WS-ALU-COUNT
               IF WS-AL-TU(AL-IDX) = TU-IDX
                   AND WS-AL-RISCO(AL-IDX) NOT = SPACES
                   PERFORM PRINT-STUDENT-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-N-CLASS = ZERO
               MOVE "    (nenhum aluno em risco)"
                   TO WARNING-REPORT-LINE
               WRITE WARNING-REPORT-LINE
           END-IF.


       PRINT-STUDENT-PROCEDURE.
           ADD 1 TO WS-N-CLASS.
           MOVE WS-AL-FALTAS(AL-IDX) TO M-FALTAS.
           MOVE WS-AL-PROJ(AL-IDX) TO M-PROJ.
           MOVE WS-AL-MAX(AL-IDX) TO M-MAX.
           MOVE SPACES TO WARNING-REPORT-LINE.
           IF WS-AL-NOTAS(AL-IDX) = "Y"
               MOVE WS-AL-MEDIA(AL-IDX) TO M-MEDIA
               STRING "    " WS-AL-NUMERO(AL-IDX) " "
                   WS-AL-NOME(AL-IDX) "  " M-MEDIA "    " M-FALTAS
                   "   " M-PROJ "    " M-MAX "  " WS-AL-RISCO(AL-IDX)
                   DELIMITED BY SIZE INTO WARNING-REPORT-LINE
           ELSE
               STRING "    " WS-AL-NUMERO(AL-IDX) " "
                   WS-AL-NOME(AL-IDX) "    --    " M-FALTAS
                   "   " M-PROJ "    " M-MAX "  " WS-AL-RISCO(AL-IDX)
                   DELIMITED BY SIZE INTO WARNING-REPORT-LINE
           END-IF.
           WRITE WARNING-REPORT-LINE.


       COPY "CRSCP.cpy".

       COPY "DATEVALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM EARLY-WARNING.
