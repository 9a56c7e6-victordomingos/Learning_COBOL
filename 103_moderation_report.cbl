       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODERATION-REPORT.
      *=================================================================
      * Purpose: Results moderation report for the pedagogical
      *          council. Across all the NOTAS runs of a term (the
      *          STUDENT-MASTER records dated inside the term, the
      *          latest per student and course), the results are
      *          grouped by course and, inside each course, by turma
      *          and professor (RH-PROFESSOR of the roster header the
      *          student is in). Each turma shows the number of
      *          students, average MEDIA, pass rate, exam rate and the
      *          distribution of final marks; a turma whose average or
      *          pass rate is further from the course-wide figure than
      *          the set tolerance is flagged for review.
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

           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".

      *    catalogo de cursos (nome de cada disciplina):
           COPY "CRSCSEL.cpy".

           SELECT MODERATION-REPORT-FILE
           ASSIGN TO DYNAMIC WS-MODERATION-PATH
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

       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "CRSCFD.cpy".

       FD  MODERATION-REPORT-FILE.
       01  MODERATION-REPORT-LINE PIC X(110).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ROSTER-PATH     PIC X(60) VALUE "..\notas-roster.txt".
       01  WS-ROSTER-STATUS   PIC XX.
       01  WS-MODERATION-PATH PIC X(60)
           VALUE "..\moderation-report.txt".
       01  WS-ENV-VALUE       PIC X(60).

       01  WS-EOF     PIC X VALUE "N".

      * periodo letivo:
       01  WS-TERM-START  PIC 9(8).
       01  WS-TERM-END    PIC 9(8).
       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.
       01  WS-ST-DATA     PIC 9(8).

      * tolerancias face ao valor da disciplina, parametrizaveis por
      * ambiente: pontos de media (por omissao 2) e pontos
      * percentuais de taxa de aprovacao (por omissao 15):
       01  WS-TOL-MEDIA   PIC 99V99 VALUE 2.00.
       01  WS-TOL-APROV   PIC 999V99 VALUE 15.00.

      * turmas do roster, pela ordem do ficheiro:
       01  WS-TUR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TUR-TABLE.
           05 WS-TUR-ENTRY OCCURS 50 TIMES INDEXED BY TU-IDX.
               10 WS-TU-TURMA     PIC X(8).
               10 WS-TU-CURSO     PIC X(8).
               10 WS-TU-PROFESSOR PIC X(20).
       01  WS-TUR-OVERFLOW PIC X VALUE "N".
       01  WS-CUR-TU       PIC 9(3) VALUE ZERO.

      * alunos do roster com a turma e a disciplina:
       01  WS-ALU-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ALU-TABLE.
           05 WS-ALU-ENTRY OCCURS 200 TIMES INDEXED BY AL-IDX.
               10 WS-AL-NUMERO  PIC 9(5).
               10 WS-AL-TU      PIC 9(3).
               10 WS-AL-CURSO   PIC X(8).
       01  WS-ALU-OVERFLOW PIC X VALUE "N".

      * resultados do periodo, o mais recente por aluno e disciplina
      * (uma nova corrida do NOTAS substitui a anterior):
       01  WS-RES-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 500 TIMES INDEXED BY RS-IDX.
               10 WS-RS-NUMERO    PIC 9(5).
               10 WS-RS-CURSO     PIC X(8).
               10 WS-RS-DATA      PIC 9(8).
               10 WS-RS-MEDIA     PIC 99V99.
               10 WS-RS-NOTA-F    PIC 99V99.
               10 WS-RS-RESULTADO PIC X(20).
       01  WS-RES-OVERFLOW PIC X VALUE "N".
       01  WS-RES-FOUND    PIC X.

      * totais por disciplina e turma; a linha com WS-GR-TURMA a
      * HIGH-VALUES e o total da disciplina:
       01  WS-GRP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 150 TIMES INDEXED BY GR-IDX GR-IDX2.
               10 WS-GR-CURSO     PIC X(8).
               10 WS-GR-TURMA     PIC X(8).
               10 WS-GR-PROFESSOR PIC X(20).
               10 WS-GR-ALUNOS    PIC 9(4).
               10 WS-GR-SOMA      PIC 9(6)V99.
               10 WS-GR-APROV     PIC 9(4).
               10 WS-GR-EXAME     PIC 9(4).
      *        notas finais 0-4, 5-9, 10-13, 14-17, 18-20:
               10 WS-GR-ESCALAO   PIC 9(4) OCCURS 5 TIMES.
               10 WS-GR-DONE      PIC X.
       01  WS-GRP-OVERFLOW PIC X VALUE "N".

       01  WS-KEY-CURSO     PIC X(8).
       01  WS-KEY-TURMA     PIC X(8).
       01  WS-KEY-PROFESSOR PIC X(20).
       01  WS-NOTA-FINAL    PIC 99V99.
       01  WS-ESCALAO       PIC 9.
       01  WS-ES-I          PIC 9.
       01  WS-GR-I          PIC 9(3).

      * valores da disciplina e da turma em comparacao:
       01  WS-DSC-MEDIA     PIC 99V99.
       01  WS-DSC-TAXA      PIC 999V99.
       01  WS-TUR-MEDIA     PIC 99V99.
       01  WS-TUR-TAXA      PIC 999V99.
       01  WS-TUR-TAXA-EX   PIC 999V99.
       01  WS-DIFF          PIC S999V99.
       01  WS-FLAG          PIC X(20).
       01  WS-N-FLAGGED     PIC 9(3) VALUE ZERO.
       01  WS-N-COURSES     PIC 9(3) VALUE ZERO.

       01  M-ALUNOS         PIC ZZZ9.
       01  M-MEDIA          PIC Z9.99.
       01  M-TAXA           PIC ZZ9.9.
       01  M-TAXA-EX        PIC ZZ9.9.
       01  M-ESCALOES.
           05 M-ESCALAO     PIC ZZZZZ9 OCCURS 5 TIMES.

       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".

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
           IF WS-TERM-END <= WS-TERM-START
               DISPLAY "ERRO: fim do periodo nao e posterior ao "
                   "inicio."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM LOAD-ROSTER-PROCEDURE.
           PERFORM LOAD-TERM-RESULTS-PROCEDURE.
           IF WS-RES-COUNT = ZERO
               DISPLAY "Nenhum resultado do NOTAS entre "
                   WS-TERM-START " e " WS-TERM-END "."
               STOP RUN
           END-IF.

           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RES-COUNT
               PERFORM TALLY-RESULT-PROCEDURE
           END-PERFORM.

           OPEN OUTPUT MODERATION-REPORT-FILE.
           PERFORM PRINT-REPORT-PROCEDURE.
           CLOSE MODERATION-REPORT-FILE.
           MOVE "MODERATION-REPORT" TO WS-SPL-PROGRAM.
           MOVE "MODERACAO DE NOTAS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-MODERATION-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-TUR-OVERFLOW = "Y" OR WS-ALU-OVERFLOW = "Y"
               DISPLAY "AVISO: roster maior do que as tabelas (50 "
                   "turmas / 200 alunos) -- alunos em falta ficam "
                   "sem turma."
           END-IF.
           IF WS-RES-OVERFLOW = "Y" OR WS-GRP-OVERFLOW = "Y"
               DISPLAY "AVISO: resultados maiores do que as tabelas "
                   "(500 resultados / 150 turmas) -- os restantes NAO "
                   "foram contados."
           END-IF.
           DISPLAY "Disciplinas: " WS-N-COURSES ", turmas a rever: "
               WS-N-FLAGGED " -- relatorio em "
               FUNCTION TRIM(WS-MODERATION-PATH).
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "NOTAS_ROSTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ROSTER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "MODERATION_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MODERATION-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MODERATION_TOL_MEDIA".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TOL-MEDIA
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MODERATION_TOL_APROV".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TOL-APROV
           END-IF.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.


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
           MOVE WS-CUR-TU TO WS-AL-TU(AL-IDX).
      *    o curso vem do cabecalho da turma quando existe (como em
      *    NOTAS):
           SET TU-IDX TO WS-CUR-TU.
           IF WS-TU-CURSO(TU-IDX) NOT = SPACES
               MOVE WS-TU-CURSO(TU-IDX) TO WS-AL-CURSO(AL-IDX)
           ELSE
               MOVE RCURSO TO WS-AL-CURSO(AL-IDX)
           END-IF.


      *    o historico e lido diretamente (pode ter mais linhas do
      *    que a tabela do STUDENT-MASTER); so contam as sessoes do
      *    periodo e, para cada aluno e disciplina, a mais recente:
       LOAD-TERM-RESULTS-PROCEDURE.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-STUDENT-STATUS = "10"
               READ STUDENT-MASTER-FILE
                   AT END MOVE "10" TO WS-STUDENT-STATUS
                   NOT AT END PERFORM STORE-TERM-RESULT-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.


       STORE-TERM-RESULT-PROCEDURE.
           COMPUTE WS-ST-DATA = ST-ANO * 10000 + ST-MES * 100 + ST-DIA.
           IF WS-ST-DATA < WS-TERM-START OR WS-ST-DATA > WS-TERM-END
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RES-FOUND.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RES-COUNT
               IF WS-RS-NUMERO(RS-IDX) = ST-NUMERO
                   AND WS-RS-CURSO(RS-IDX) = ST-DISCIPLINA
                   MOVE "Y" TO WS-RES-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RES-FOUND = "Y"
               IF WS-ST-DATA < WS-RS-DATA(RS-IDX)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-RES-COUNT >= 500
                   MOVE "Y" TO WS-RES-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RES-COUNT
               SET RS-IDX TO WS-RES-COUNT
               MOVE ST-NUMERO TO WS-RS-NUMERO(RS-IDX)
               MOVE ST-DISCIPLINA TO WS-RS-CURSO(RS-IDX)
           END-IF.
           MOVE WS-ST-DATA TO WS-RS-DATA(RS-IDX).
           MOVE ST-MEDIA TO WS-RS-MEDIA(RS-IDX).
           MOVE ST-NOTA-F TO WS-RS-NOTA-F(RS-IDX).
           MOVE ST-RESULTADO TO WS-RS-RESULTADO(RS-IDX).


      *    a turma do aluno e a do roster com a mesma disciplina; um
      *    aluno que ja nao consta do roster fica "sem turma":
       TALLY-RESULT-PROCEDURE.
           MOVE WS-RS-CURSO(RS-IDX) TO WS-KEY-CURSO.
           MOVE "S/TURMA" TO WS-KEY-TURMA.
           MOVE SPACES TO WS-KEY-PROFESSOR.
           PERFORM VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > WS-ALU-COUNT
               IF WS-AL-NUMERO(AL-IDX) = WS-RS-NUMERO(RS-IDX)
                   AND WS-AL-CURSO(AL-IDX) = WS-RS-CURSO(RS-IDX)
                   SET TU-IDX TO WS-AL-TU(AL-IDX)
                   MOVE WS-TU-TURMA(TU-IDX) TO WS-KEY-TURMA
                   MOVE WS-TU-PROFESSOR(TU-IDX) TO WS-KEY-PROFESSOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    nota final: a do exame quando houve exame, senao a media;
      *    escaloes da escala de 0 a 20:
           IF WS-RS-NOTA-F(RS-IDX) > ZERO
               MOVE WS-RS-NOTA-F(RS-IDX) TO WS-NOTA-FINAL
           ELSE
               MOVE WS-RS-MEDIA(RS-IDX) TO WS-NOTA-FINAL
           END-IF.
           EVALUATE TRUE
               WHEN WS-NOTA-FINAL < 5  MOVE 1 TO WS-ESCALAO
               WHEN WS-NOTA-FINAL < 10 MOVE 2 TO WS-ESCALAO
               WHEN WS-NOTA-FINAL < 14 MOVE 3 TO WS-ESCALAO
               WHEN WS-NOTA-FINAL < 18 MOVE 4 TO WS-ESCALAO
               WHEN OTHER              MOVE 5 TO WS-ESCALAO
           END-EVALUATE.

           PERFORM ADD-TO-GROUP-PROCEDURE.
           MOVE HIGH-VALUES TO WS-KEY-TURMA.
           MOVE SPACES TO WS-KEY-PROFESSOR.
           PERFORM ADD-TO-GROUP-PROCEDURE.


       ADD-TO-GROUP-PROCEDURE.
           MOVE "N" TO WS-RES-FOUND.
           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GRP-COUNT
               IF WS-GR-CURSO(GR-IDX) = WS-KEY-CURSO
                   AND WS-GR-TURMA(GR-IDX) = WS-KEY-TURMA
                   MOVE "Y" TO WS-RES-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RES-FOUND = "N"
               IF WS-GRP-COUNT >= 150
                   MOVE "Y" TO WS-GRP-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-COUNT
               SET GR-IDX TO WS-GRP-COUNT
               INITIALIZE WS-GRP-ENTRY(GR-IDX)
               MOVE WS-KEY-CURSO TO WS-GR-CURSO(GR-IDX)
               MOVE WS-KEY-TURMA TO WS-GR-TURMA(GR-IDX)
               MOVE WS-KEY-PROFESSOR TO WS-GR-PROFESSOR(GR-IDX)
               MOVE "N" TO WS-GR-DONE(GR-IDX)
           END-IF.
           ADD 1 TO WS-GR-ALUNOS(GR-IDX).
           ADD WS-RS-MEDIA(RS-IDX) TO WS-GR-SOMA(GR-IDX).
           IF WS-RS-RESULTADO(RS-IDX)(1:8) = "APROVADO"
               ADD 1 TO WS-GR-APROV(GR-IDX)
           END-IF.
      *    foram a exame os que nao tiveram media para aprovar sem
      *    ele (os reprovados por faltas nao vao a exame):
           IF WS-RS-RESULTADO(RS-IDX) = "APROVADO-EXAME"
               OR WS-RS-RESULTADO(RS-IDX) = "APROVADO-2A-CHAM"
               OR WS-RS-RESULTADO(RS-IDX) = "REPROVADO"
               ADD 1 TO WS-GR-EXAME(GR-IDX)
           END-IF.
           ADD 1 TO WS-GR-ESCALAO(GR-IDX, WS-ESCALAO).


      *    uma disciplina de cada vez, pela ordem do primeiro
      *    resultado: as suas turmas e depois o total da disciplina:
       PRINT-REPORT-PROCEDURE.
           MOVE SPACES TO MODERATION-REPORT-LINE.
           STRING "MODERACAO DE RESULTADOS POR DISCIPLINA E TURMA ("
               WS-TERM-START " a " WS-TERM-END ")"
               DELIMITED BY SIZE INTO MODERATION-REPORT-LINE.
           WRITE MODERATION-REPORT-LINE.
           MOVE WS-TOL-MEDIA TO M-MEDIA.
           MOVE WS-TOL-APROV TO M-TAXA.
           MOVE SPACES TO MODERATION-REPORT-LINE.
           STRING "Tolerancias: media +/-" M-MEDIA
               ", taxa de aprovacao +/-" M-TAXA " pontos"
               DELIMITED BY SIZE INTO MODERATION-REPORT-LINE.
           WRITE MODERATION-REPORT-LINE.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
               UNTIL WS-GR-I > WS-GRP-COUNT
               IF WS-GR-DONE(WS-GR-I) = "N"
                   MOVE WS-GR-CURSO(WS-GR-I) TO WS-KEY-CURSO
                   PERFORM PRINT-COURSE-PROCEDURE
               END-IF
           END-PERFORM.


       PRINT-COURSE-PROCEDURE.
           ADD 1 TO WS-N-COURSES.
      *    valores da disciplina inteira:
           PERFORM VARYING GR-IDX2 FROM 1 BY 1
               UNTIL GR-IDX2 > WS-GRP-COUNT
               IF WS-GR-CURSO(GR-IDX2) = WS-KEY-CURSO
                   AND WS-GR-TURMA(GR-IDX2) = HIGH-VALUES
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           COMPUTE WS-DSC-MEDIA ROUNDED =
               WS-GR-SOMA(GR-IDX2) / WS-GR-ALUNOS(GR-IDX2).
           COMPUTE WS-DSC-TAXA ROUNDED =
               WS-GR-APROV(GR-IDX2) * 100 / WS-GR-ALUNOS(GR-IDX2).

           MOVE WS-KEY-CURSO TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           MOVE SPACES TO MODERATION-REPORT-LINE.
           WRITE MODERATION-REPORT-LINE.
           MOVE SPACES TO MODERATION-REPORT-LINE.
           IF WS-CRS-FOUND = "Y"
               STRING "Disciplina " WS-KEY-CURSO " " WS-CRS-CURSO
                   DELIMITED BY SIZE INTO MODERATION-REPORT-LINE
           ELSE
               STRING "Disciplina " WS-KEY-CURSO
                   " (fora do catalogo)"
                   DELIMITED BY SIZE INTO MODERATION-REPORT-LINE
           END-IF.
           WRITE MODERATION-REPORT-LINE.
           MOVE SPACES TO MODERATION-REPORT-LINE.
           STRING "  Turma    Professor          Alunos  Media "
               "Aprov% Exame%    0-4   5-9 10-13 14-17 18-20"
               DELIMITED BY SIZE INTO MODERATION-REPORT-LINE.
           WRITE MODERATION-REPORT-LINE.

           PERFORM VARYING GR-IDX FROM 1 BY 1
               UNTIL GR-IDX > WS-GRP-COUNT
               IF WS-GR-CURSO(GR-IDX) = WS-KEY-CURSO
                   AND WS-GR-TURMA(GR-IDX) NOT = HIGH-VALUES
                   PERFORM PRINT-TURMA-PROCEDURE
               END-IF
               IF WS-GR-CURSO(GR-IDX) = WS-KEY-CURSO
                   MOVE "Y" TO WS-GR-DONE(GR-IDX)
               END-IF
           END-PERFORM.

           SET GR-IDX TO GR-IDX2.
           PERFORM EDIT-GROUP-LINE-PROCEDURE.
           MOVE SPACES TO MODERATION-REPORT-LINE.
           STRING "  TOTAL DA DISCIPLINA           " M-ALUNOS "  "
               M-MEDIA "  " M-TAXA "  " M-TAXA-EX " " M-ESCALOES
               DELIMITED BY SIZE INTO MODERATION-REPORT-LINE.
           WRITE MODERATION-REPORT-LINE.


      *    a turma e assinalada quando a media ou a taxa de aprovacao
      *    se afasta da da disciplina mais do que a tolerancia:
       PRINT-TURMA-PROCEDURE.
           PERFORM EDIT-GROUP-LINE-PROCEDURE.
           MOVE SPACES TO WS-FLAG.
           COMPUTE WS-DIFF = WS-TUR-MEDIA - WS-DSC-MEDIA.
           IF WS-DIFF > WS-TOL-MEDIA OR WS-DIFF < 0 - WS-TOL-MEDIA
               MOVE "REVER MEDIA" TO WS-FLAG
           END-IF.
           COMPUTE WS-DIFF = WS-TUR-TAXA - WS-DSC-TAXA.
           IF WS-DIFF > WS-TOL-APROV OR WS-DIFF < 0 - WS-TOL-APROV
               IF WS-FLAG = SPACES
                   MOVE "REVER APROVACAO" TO WS-FLAG
               ELSE
                   MOVE "REVER MEDIA+APROV." TO WS-FLAG
               END-IF
           END-IF.
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-N-FLAGGED
           END-IF.
           MOVE SPACES TO MODERATION-REPORT-LINE.
           STRING "  " WS-GR-TURMA(GR-IDX) " "
               WS-GR-PROFESSOR(GR-IDX) " " M-ALUNOS "  "
               M-MEDIA "  " M-TAXA "  " M-TAXA-EX " " M-ESCALOES
               "  " WS-FLAG
               DELIMITED BY SIZE INTO MODERATION-REPORT-LINE.
           WRITE MODERATION-REPORT-LINE.


       EDIT-GROUP-LINE-PROCEDURE.
           COMPUTE WS-TUR-MEDIA ROUNDED =
               WS-GR-SOMA(GR-IDX) / WS-GR-ALUNOS(GR-IDX).
           COMPUTE WS-TUR-TAXA ROUNDED =
               WS-GR-APROV(GR-IDX) * 100 / WS-GR-ALUNOS(GR-IDX).
           COMPUTE WS-TUR-TAXA-EX ROUNDED =
               WS-GR-EXAME(GR-IDX) * 100 / WS-GR-ALUNOS(GR-IDX).
           MOVE WS-GR-ALUNOS(GR-IDX) TO M-ALUNOS.
           MOVE WS-TUR-MEDIA TO M-MEDIA.
           MOVE WS-TUR-TAXA TO M-TAXA.
           MOVE WS-TUR-TAXA-EX TO M-TAXA-EX.
           PERFORM VARYING WS-ES-I FROM 1 BY 1 UNTIL WS-ES-I > 5
               MOVE WS-GR-ESCALAO(GR-IDX, WS-ES-I)
                   TO M-ESCALAO(WS-ES-I)
           END-PERFORM.


       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".

       COPY "DATEVALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM MODERATION-REPORT.
