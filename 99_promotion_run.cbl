       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-RUN.
      *=================================================================
      * Purpose: End-of-year promotion run. For every student enrolled
      *          this school year (ENROLLMENT), the results NOTAS left
      *          on STUDENT-MASTER are taken discipline by discipline;
      *          with at most N disciplines failed the student is
      *          promoted to the next year of schooling, otherwise
      *          retained. The decision is recorded on the student
      *          level file (with next year's level), printed per
      *          turma, and next year's enrollments are proposed --
      *          the courses of the new year of schooling (of the same
      *          year when retained) plus any discipline still to pass
      *          -- for the secretary to confirm in ENROLLMENT instead
      *          of keying them again.
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
      *    inscricoes do ano que termina (mesma imagem do ENROLLMENT):
           SELECT ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-ENRL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENRL-STATUS.

      *    inscricoes propostas para o ano seguinte, a confirmar no
      *    ENROLLMENT:
           SELECT PROPOSED-ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-PROPOSED-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECISION-REPORT-FILE
           ASSIGN TO DYNAMIC WS-DECISION-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "CRSCSEL.cpy".
           COPY "SLVLSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-RECORD.
           05 EN-NUMERO   PIC 9(5).
           05 EN-NOME     PIC X(20).
           05 EN-TURMA    PIC X(8).
           05 EN-CURSO    PIC X(8).
           05 EN-DATA     PIC 9(8).
           05 EN-OPERATOR PIC X(8).

       FD  PROPOSED-ENROLLMENT-FILE.
       01  PROPOSED-ENROLLMENT-RECORD.
           05 PE-NUMERO   PIC 9(5).
           05 PE-NOME     PIC X(20).
           05 PE-TURMA    PIC X(8).
           05 PE-CURSO    PIC X(8).
           05 PE-DATA     PIC 9(8).
           05 PE-OPERATOR PIC X(8).

       FD  DECISION-REPORT-FILE.
       01  DECISION-REPORT-LINE PIC X(100).

       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "CRSCFD.cpy".
       COPY "SLVLFD.cpy".
       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ENRL-PATH     PIC X(60) VALUE "..\enrollments.txt".
       01  WS-ENRL-STATUS   PIC XX.
       01  WS-PROPOSED-PATH PIC X(60)
           VALUE "..\enrollments-proposed.txt".
       01  WS-DECISION-PATH PIC X(60)
           VALUE "..\promotion-decisions.txt".
       01  WS-ENV-VALUE     PIC X(60).

       01  WS-TODAY        PIC 9(8).
       01  WS-SCHOOL-YEAR  PIC 9(4).
       01  WS-NEXT-YEAR    PIC 9(4).
      * as sessoes de avaliacao do ano letivo contam a partir de 1 de
      * setembro:
       01  WS-YEAR-START   PIC 9(8).
       01  WS-SESSION-DATE PIC 9(8).
       01  WS-MAX-FAILS    PIC 9.

      * inscricoes do ano que termina:
       01  WS-ENRL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ENRL-TABLE.
           05 WS-ENRL-ENTRY OCCURS 200 TIMES INDEXED BY EN-IDX.
               10 WS-EN-NUMERO  PIC 9(5).
               10 WS-EN-NOME    PIC X(20).
               10 WS-EN-TURMA   PIC X(8).
               10 WS-EN-CURSO   PIC X(8).
       01  WS-ENRL-OVERFLOW PIC X VALUE "N".

      * um aluno por linha, com a decisao:
       01  WS-PUP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PUP-TABLE.
           05 WS-PUP-ENTRY OCCURS 200 TIMES INDEXED BY PU-IDX.
               10 WS-PU-NUMERO   PIC 9(5).
               10 WS-PU-NOME     PIC X(20).
               10 WS-PU-TURMA    PIC X(8).
               10 WS-PU-ANO      PIC 99.
               10 WS-PU-CURSOS   PIC 99.
               10 WS-PU-FAILS    PIC 99.
               10 WS-PU-NO-GRADE PIC 99.
      *        P promovido, R retido, C concluiu, espaco = sem ano
      *        de escolaridade conhecido (fica por decidir):
               10 WS-PU-DECISAO  PIC X.
               10 WS-PU-FAILED   PIC X(8) OCCURS 8 TIMES.
       01  WS-PU-FOUND    PIC X.
       01  WS-PF-IDX      PIC 99.

      * turmas pela ordem das inscricoes:
       01  WS-TUR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-TUR-TABLE.
           05 WS-TUR-TURMA PIC X(8) OCCURS 50 TIMES INDEXED BY TU-IDX.
       01  WS-TUR-FOUND   PIC X.

       01  WS-PASSED      PIC X.
       01  WS-HAS-GRADE   PIC X.
       01  WS-TARGET-ANO  PIC 99.
       01  WS-HAS-NEXT    PIC X.
       01  WS-PROPOSE-CURSO PIC X(8).
       01  WS-DUP         PIC X.

      * cursos ja propostos ao aluno em tratamento:
       01  WS-PC-COUNT PIC 99.
       01  WS-PC-TABLE.
           05 WS-PC-CURSO PIC X(8) OCCURS 30 TIMES INDEXED BY PC-IDX.

       01  WS-N-PROMOTED  PIC 9(3) VALUE ZERO.
       01  WS-N-RETAINED  PIC 9(3) VALUE ZERO.
       01  WS-N-FINISHED  PIC 9(3) VALUE ZERO.
       01  WS-N-UNKNOWN   PIC 9(3) VALUE ZERO.
       01  WS-N-PROPOSED  PIC 9(4) VALUE ZERO.
       01  WS-FAILED-TEXT PIC X(45).
       01  WS-DECISAO-TEXT PIC X(10).
       01  WS-PTR         PIC 99.

       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "CRSCWS.cpy".
       COPY "SLVLWS.cpy".
       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           DISPLAY "Ano letivo que termina (AAAA em que comecou): "
               WITH NO ADVANCING.
           ACCEPT WS-SCHOOL-YEAR.
           IF WS-SCHOOL-YEAR < 2000
               DISPLAY "ERRO: ano letivo invalido."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-NEXT-YEAR = WS-SCHOOL-YEAR + 1.
           COMPUTE WS-YEAR-START = WS-SCHOOL-YEAR * 10000 + 0901.
           DISPLAY "Maximo de disciplinas em falta para transitar "
               "(0-9): " WITH NO ADVANCING.
           ACCEPT WS-MAX-FAILS.

           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           PERFORM INIT-SLVL-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-LEVELS-PROCEDURE.
      *    o ficheiro de anos e regravado no fim -- com a tabela
      *    transbordada perderiam-se linhas:
           IF WS-SLVL-OVERFLOW = "Y"
               DISPLAY "ERRO: student-levels com mais linhas do que a "
                   "tabela (600) -- promocao recusada; arquive os "
                   "anos antigos primeiro."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STUDENT-OVERFLOW = "Y"
               DISPLAY "ERRO: student-master com mais linhas do que a "
                   "tabela (200) -- resultados incompletos, promocao "
                   "recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ENROLLMENTS-PROCEDURE.
           IF WS-ENRL-OVERFLOW = "Y"
               DISPLAY "ERRO: enrollments com mais linhas do que a "
                   "tabela (200) -- promocao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ENRL-COUNT = ZERO
               DISPLAY "Nao ha inscricoes (" WS-ENRL-PATH ")."
               STOP RUN
           END-IF.

           PERFORM VARYING EN-IDX FROM 1 BY 1
               UNTIL EN-IDX > WS-ENRL-COUNT
               PERFORM TALLY-ENROLLMENT-PROCEDURE
           END-PERFORM.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUP-COUNT
               PERFORM DECIDE-STUDENT-PROCEDURE
           END-PERFORM.

           OPEN OUTPUT DECISION-REPORT-FILE.
           PERFORM PRINT-DECISIONS-PROCEDURE.
           CLOSE DECISION-REPORT-FILE.
           MOVE "PROMOTION-RUN" TO WS-SPL-PROGRAM.
           MOVE "DECISOES DE TRANSICAO" TO WS-SPL-TITLE.
           MOVE "P" TO WS-SPL-CLASS.
           MOVE WS-DECISION-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           OPEN OUTPUT PROPOSED-ENROLLMENT-FILE.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUP-COUNT
               PERFORM PROPOSE-ENROLLMENTS-PROCEDURE
           END-PERFORM.
           CLOSE PROPOSED-ENROLLMENT-FILE.

      *    a decisao fica registada depois de a lista e as propostas
      *    estarem escritas; repetir a corrida substitui as mesmas
      *    linhas:
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUP-COUNT
               PERFORM RECORD-LEVELS-PROCEDURE
           END-PERFORM.
           IF WS-SLVL-DIRTY = "Y"
               PERFORM SAVE-STUDENT-LEVELS-PROCEDURE
           END-IF.

           DISPLAY "Promovidos: " WS-N-PROMOTED "  retidos: "
               WS-N-RETAINED "  concluiram: " WS-N-FINISHED.
           IF WS-N-UNKNOWN > ZERO
               DISPLAY "AVISO: " WS-N-UNKNOWN " alunos sem ano de "
                   "escolaridade (nem no ficheiro de anos nem nos "
                   "cursos) -- por decidir."
           END-IF.
           DISPLAY "Lista de decisoes em " WS-DECISION-PATH ".".
           DISPLAY WS-N-PROPOSED " inscricoes propostas em "
               WS-PROPOSED-PATH " -- confirmar no ENROLLMENT.".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ENRL-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PROPOSED_ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROPOSED-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PROMOTION_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DECISION-PATH
           END-IF.


       LOAD-ENROLLMENTS-PROCEDURE.
           MOVE ZERO TO WS-ENRL-COUNT.
           OPEN INPUT ENROLLMENT-FILE.
           IF WS-ENRL-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ENRL-STATUS = "10"
               READ ENROLLMENT-FILE
                   AT END MOVE "10" TO WS-ENRL-STATUS
                   NOT AT END
                       IF WS-ENRL-COUNT >= 200
                           MOVE "Y" TO WS-ENRL-OVERFLOW
                       ELSE
                           ADD 1 TO WS-ENRL-COUNT
                           SET EN-IDX TO WS-ENRL-COUNT
                           MOVE EN-NUMERO TO WS-EN-NUMERO(EN-IDX)
                           MOVE EN-NOME TO WS-EN-NOME(EN-IDX)
                           MOVE EN-TURMA TO WS-EN-TURMA(EN-IDX)
                           MOVE EN-CURSO TO WS-EN-CURSO(EN-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLLMENT-FILE.


      *    cada inscricao: o aluno (a primeira turma em que aparece e
      *    a dele na lista), o ano de escolaridade do curso e o
      *    resultado mais recente do ano letivo nessa disciplina:
       TALLY-ENROLLMENT-PROCEDURE.
           MOVE "N" TO WS-PU-FOUND.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUP-COUNT
               IF WS-PU-NUMERO(PU-IDX) = WS-EN-NUMERO(EN-IDX)
                   MOVE "Y" TO WS-PU-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PU-FOUND = "N"
               ADD 1 TO WS-PUP-COUNT
               SET PU-IDX TO WS-PUP-COUNT
               MOVE WS-EN-NUMERO(EN-IDX) TO WS-PU-NUMERO(PU-IDX)
               MOVE WS-EN-NOME(EN-IDX) TO WS-PU-NOME(PU-IDX)
               MOVE WS-EN-TURMA(EN-IDX) TO WS-PU-TURMA(PU-IDX)
               MOVE ZERO TO WS-PU-ANO(PU-IDX)
               MOVE ZERO TO WS-PU-CURSOS(PU-IDX)
               MOVE ZERO TO WS-PU-FAILS(PU-IDX)
               MOVE ZERO TO WS-PU-NO-GRADE(PU-IDX)
               MOVE SPACE TO WS-PU-DECISAO(PU-IDX)
               MOVE SPACES TO WS-PU-FAILED(PU-IDX, 1)
               PERFORM ADD-TURMA-PROCEDURE
           END-IF.

           ADD 1 TO WS-PU-CURSOS(PU-IDX).
           MOVE WS-EN-CURSO(EN-IDX) TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           IF WS-CRS-ANO-ESCOLAR > WS-PU-ANO(PU-IDX)
               MOVE WS-CRS-ANO-ESCOLAR TO WS-PU-ANO(PU-IDX)
           END-IF.

      *    o registo mais recente do ano letivo manda (uma
      *    revisao de nota acrescenta um registo novo):
           MOVE "N" TO WS-PASSED.
           MOVE "N" TO WS-HAS-GRADE.
           PERFORM VARYING ST-IDX FROM WS-STUDENT-COUNT BY -1
               UNTIL ST-IDX < 1
               IF WS-STUDENT-NUMERO(ST-IDX) = WS-EN-NUMERO(EN-IDX)
                   AND WS-STUDENT-DISCIPLINA(ST-IDX)
                       = WS-EN-CURSO(EN-IDX)
                   COMPUTE WS-SESSION-DATE =
                       WS-STUDENT-ANO(ST-IDX) * 10000
                       + WS-STUDENT-MES(ST-IDX) * 100
                       + WS-STUDENT-DIA(ST-IDX)
                   IF WS-SESSION-DATE >= WS-YEAR-START
                       MOVE "Y" TO WS-HAS-GRADE
                       IF WS-STUDENT-RESULTADO(ST-IDX)(1:8)
                           = "APROVADO"
                           MOVE "Y" TO WS-PASSED
                       END-IF
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PASSED = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-HAS-GRADE = "N"
               ADD 1 TO WS-PU-NO-GRADE(PU-IDX)
           END-IF.
           ADD 1 TO WS-PU-FAILS(PU-IDX).
           IF WS-PU-FAILS(PU-IDX) <= 8
               MOVE WS-PU-FAILS(PU-IDX) TO WS-PF-IDX
               MOVE WS-EN-CURSO(EN-IDX)
                   TO WS-PU-FAILED(PU-IDX, WS-PF-IDX)
           END-IF.


       ADD-TURMA-PROCEDURE.
           MOVE "N" TO WS-TUR-FOUND.
           PERFORM VARYING TU-IDX FROM 1 BY 1
               UNTIL TU-IDX > WS-TUR-COUNT
               IF WS-TUR-TURMA(TU-IDX) = WS-EN-TURMA(EN-IDX)
                   MOVE "Y" TO WS-TUR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TUR-FOUND = "N" AND WS-TUR-COUNT < 50
               ADD 1 TO WS-TUR-COUNT
               MOVE WS-EN-TURMA(EN-IDX) TO WS-TUR-TURMA(WS-TUR-COUNT)
           END-IF.


      *    o ano de escolaridade registado para o aluno prevalece
      *    sobre o deduzido dos cursos em que esta inscrito:
       DECIDE-STUDENT-PROCEDURE.
           MOVE WS-PU-NUMERO(PU-IDX) TO WS-SL-LOOKUP-NUMERO.
           MOVE WS-SCHOOL-YEAR TO WS-SL-LOOKUP-ANO.
           PERFORM LOOKUP-STUDENT-LEVEL-PROCEDURE.
           IF WS-SL-FOUND = "Y"
               AND WS-SL-ANO-ESCOLAR(SL-IDX) > ZERO
               MOVE WS-SL-ANO-ESCOLAR(SL-IDX) TO WS-PU-ANO(PU-IDX)
           END-IF.
           IF WS-PU-ANO(PU-IDX) = ZERO
               ADD 1 TO WS-N-UNKNOWN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PU-FAILS(PU-IDX) > WS-MAX-FAILS
               MOVE "R" TO WS-PU-DECISAO(PU-IDX)
               ADD 1 TO WS-N-RETAINED
               EXIT PARAGRAPH
           END-IF.
      *    sem cursos do ano seguinte no catalogo, o aluno acabou o
      *    ultimo ano:
           MOVE "N" TO WS-HAS-NEXT.
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CRSC-COUNT
               IF WS-CC-ANO-ESCOLAR(CC-IDX) = WS-PU-ANO(PU-IDX) + 1
                   MOVE "Y" TO WS-HAS-NEXT
               END-IF
           END-PERFORM.
           IF WS-HAS-NEXT = "Y"
               MOVE "P" TO WS-PU-DECISAO(PU-IDX)
               ADD 1 TO WS-N-PROMOTED
           ELSE
               MOVE "C" TO WS-PU-DECISAO(PU-IDX)
               ADD 1 TO WS-N-FINISHED
           END-IF.


       PRINT-DECISIONS-PROCEDURE.
           MOVE SPACES TO DECISION-REPORT-LINE.
           STRING "DECISOES DE FIM DE ANO - ano letivo "
               WS-SCHOOL-YEAR "/" WS-NEXT-YEAR
               " (transita com ate " WS-MAX-FAILS
               " disciplinas em falta)"
               DELIMITED BY SIZE INTO DECISION-REPORT-LINE.
           WRITE DECISION-REPORT-LINE.
           PERFORM VARYING TU-IDX FROM 1 BY 1
               UNTIL TU-IDX > WS-TUR-COUNT
               PERFORM PRINT-TURMA-PROCEDURE
           END-PERFORM.


       PRINT-TURMA-PROCEDURE.
           MOVE SPACES TO DECISION-REPORT-LINE.
           WRITE DECISION-REPORT-LINE.
           MOVE SPACES TO DECISION-REPORT-LINE.
           STRING "Turma " WS-TUR-TURMA(TU-IDX)
               DELIMITED BY SIZE INTO DECISION-REPORT-LINE.
           WRITE DECISION-REPORT-LINE.
           MOVE SPACES TO DECISION-REPORT-LINE.
           STRING "  Aluno Nome                 Ano Falta Decisao    "
               "Disciplinas em falta"
               DELIMITED BY SIZE INTO DECISION-REPORT-LINE.
           WRITE DECISION-REPORT-LINE.
           PERFORM VARYING PU-IDX FROM 1 BY 1
               UNTIL PU-IDX > WS-PUP-COUNT
               IF WS-PU-TURMA(PU-IDX) = WS-TUR-TURMA(TU-IDX)
                   PERFORM PRINT-STUDENT-PROCEDURE
               END-IF
           END-PERFORM.


       PRINT-STUDENT-PROCEDURE.
           EVALUATE WS-PU-DECISAO(PU-IDX)
               WHEN "P" MOVE "PROMOVIDO" TO WS-DECISAO-TEXT
               WHEN "R" MOVE "RETIDO" TO WS-DECISAO-TEXT
               WHEN "C" MOVE "CONCLUIU" TO WS-DECISAO-TEXT
               WHEN OTHER MOVE "POR DECIDIR" TO WS-DECISAO-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-FAILED-TEXT.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PU-FAILS(PU-IDX)
               OR WS-PF-IDX > 5
               STRING WS-PU-FAILED(PU-IDX, WS-PF-IDX) " "
                   DELIMITED BY SIZE INTO WS-FAILED-TEXT
                   WITH POINTER WS-PTR
           END-PERFORM.
           IF WS-PU-FAILS(PU-IDX) > 5
               STRING "..." DELIMITED BY SIZE INTO WS-FAILED-TEXT
                   WITH POINTER WS-PTR
           END-IF.
           MOVE SPACES TO DECISION-REPORT-LINE.
           STRING "  " WS-PU-NUMERO(PU-IDX) " " WS-PU-NOME(PU-IDX)
               " " WS-PU-ANO(PU-IDX) "   " WS-PU-FAILS(PU-IDX)
               "  " WS-DECISAO-TEXT " " WS-FAILED-TEXT
               DELIMITED BY SIZE INTO DECISION-REPORT-LINE.
           WRITE DECISION-REPORT-LINE.
           IF WS-PU-NO-GRADE(PU-IDX) > ZERO
               MOVE SPACES TO DECISION-REPORT-LINE
               STRING "        (" WS-PU-NO-GRADE(PU-IDX)
                   " disciplinas sem resultado no ano contam como "
                   "em falta)"
                   DELIMITED BY SIZE INTO DECISION-REPORT-LINE
               WRITE DECISION-REPORT-LINE
           END-IF.


      *    os cursos do ano de escolaridade seguinte (do mesmo, se
      *    retido) e as disciplinas ainda em falta, cada uma uma vez;
      *    a turma fica em branco, a atribuir na confirmacao:
       PROPOSE-ENROLLMENTS-PROCEDURE.
           IF WS-PU-DECISAO(PU-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PC-COUNT.
           EVALUATE WS-PU-DECISAO(PU-IDX)
               WHEN "P" COMPUTE WS-TARGET-ANO = WS-PU-ANO(PU-IDX) + 1
               WHEN "R" MOVE WS-PU-ANO(PU-IDX) TO WS-TARGET-ANO
               WHEN OTHER MOVE ZERO TO WS-TARGET-ANO
           END-EVALUATE.
           IF WS-TARGET-ANO > ZERO
               PERFORM VARYING CC-IDX FROM 1 BY 1
                   UNTIL CC-IDX > WS-CRSC-COUNT
                   IF WS-CC-ANO-ESCOLAR(CC-IDX) = WS-TARGET-ANO
                       MOVE WS-CC-CODIGO(CC-IDX) TO WS-PROPOSE-CURSO
                       PERFORM PROPOSE-ONE-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-PF-IDX FROM 1 BY 1
               UNTIL WS-PF-IDX > WS-PU-FAILS(PU-IDX)
               OR WS-PF-IDX > 8
               MOVE WS-PU-FAILED(PU-IDX, WS-PF-IDX) TO WS-PROPOSE-CURSO
               PERFORM PROPOSE-ONE-PROCEDURE
           END-PERFORM.


       PROPOSE-ONE-PROCEDURE.
           MOVE "N" TO WS-DUP.
           PERFORM VARYING PC-IDX FROM 1 BY 1
               UNTIL PC-IDX > WS-PC-COUNT
               IF WS-PC-CURSO(PC-IDX) = WS-PROPOSE-CURSO
                   MOVE "Y" TO WS-DUP
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DUP = "Y" OR WS-PC-COUNT >= 30
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PC-COUNT.
           MOVE WS-PROPOSE-CURSO TO WS-PC-CURSO(WS-PC-COUNT).
           MOVE WS-PU-NUMERO(PU-IDX) TO PE-NUMERO.
           MOVE WS-PU-NOME(PU-IDX) TO PE-NOME.
           MOVE SPACES TO PE-TURMA.
           MOVE WS-PROPOSE-CURSO TO PE-CURSO.
           MOVE WS-TODAY TO PE-DATA.
           MOVE "PROMOCAO" TO PE-OPERATOR.
           WRITE PROPOSED-ENROLLMENT-RECORD.
           ADD 1 TO WS-N-PROPOSED.


      *    a decisao no ano que termina e o ano de escolaridade do
      *    ano seguinte (quem concluiu nao tem ano seguinte):
       RECORD-LEVELS-PROCEDURE.
           IF WS-PU-DECISAO(PU-IDX) = SPACE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PU-NUMERO(PU-IDX) TO WS-SL-LOOKUP-NUMERO.
           MOVE WS-SCHOOL-YEAR TO WS-SL-LOOKUP-ANO.
           MOVE WS-PU-ANO(PU-IDX) TO WS-SL-SET-ESCOLAR.
           MOVE WS-PU-DECISAO(PU-IDX) TO WS-SL-SET-SITUACAO.
           MOVE WS-TODAY TO WS-SL-SET-DATA.
           PERFORM SET-STUDENT-LEVEL-PROCEDURE.
           IF WS-PU-DECISAO(PU-IDX) = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-YEAR TO WS-SL-LOOKUP-ANO.
           IF WS-PU-DECISAO(PU-IDX) = "P"
               COMPUTE WS-SL-SET-ESCOLAR = WS-PU-ANO(PU-IDX) + 1
           ELSE
               MOVE WS-PU-ANO(PU-IDX) TO WS-SL-SET-ESCOLAR
           END-IF.
           MOVE SPACE TO WS-SL-SET-SITUACAO.
           PERFORM SET-STUDENT-LEVEL-PROCEDURE.


       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".

       COPY "SLVLP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM PROMOTION-RUN.
