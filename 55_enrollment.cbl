           ASSIGN TO DYNAMIC WS-ROSTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

      *    inscricoes propostas pela promocao de fim de ano, a
      *    confirmar em vez de reintroduzir:
           SELECT PROPOSED-ENROLLMENT-FILE
           ASSIGN TO DYNAMIC WS-PROPOSED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSED-STATUS.

           COPY "OPERSEL.cpy".
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "CRSCSEL.cpy".
           COPY "EXCEPTSEL.cpy".

           COPY "SACCSEL.cpy".
           COPY "GLJRNSEL.cpy".

      *    ano de escolaridade de cada aluno, registado na primeira
      *    inscricao num curso com ano:
           COPY "SLVLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE.
           05 RO-H-CURSO     PIC X(8).
           05 RO-H-PROFESSOR PIC X(20).

      * mesma imagem do ENROLLMENT-RECORD (turma em branco):
       FD  PROPOSED-ENROLLMENT-FILE.
       01  PROPOSED-ENROLLMENT-RECORD.
           05 PE-NUMERO   PIC 9(5).
           05 PE-NOME     PIC X(20).
           05 PE-TURMA    PIC X(8).
           05 PE-CURSO    PIC X(8).
           05 PE-DATA     PIC 9(8).
           05 PE-OPERATOR PIC X(8).

       COPY "OPERFD.cpy".
       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "CRSCFD.cpy".
       COPY "EXCEPTFD.cpy".
       COPY "SACCFD.cpy".
       COPY "GLJRNFD.cpy".
       COPY "SLVLFD.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENRL-PATH   PIC X(60) VALUE "..\enrollments.txt".
       01  WS-ENRL-STATUS PIC XX.
       01  WS-ROSTER-PATH PIC X(60) VALUE "..\notas-roster.txt".
       01  WS-PROPOSED-PATH PIC X(60)
           VALUE "..\enrollments-proposed.txt".
       01  WS-PROPOSED-STATUS PIC XX.
       01  WS-ENV-VALUE   PIC X(60).

       01  WS-ENRL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PREREQ-CODE PIC X(8).
       01  WS-PREREQ-OK   PIC X.
       01  WS-PREREQ-MISS PIC X(8).
      * resultado das verificacoes de uma inscricao (teclada ou
      * proposta):
       01  WS-ENRL-OK     PIC X.
       01  WS-SCHOOL-YEAR PIC 9(4).

      * confirmacao das propostas: a turma de cada curso e pedida uma
      * so vez, e o aluno confirma-se por inteiro (S/N); uma linha
      * de folga na tabela para a leitura adiante do agrupamento:
       01  WS-PT-COUNT PIC 99 VALUE ZERO.
       01  WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 30 TIMES INDEXED BY PT-IDX.
               10 WS-PT-CURSO PIC X(8).
               10 WS-PT-TURMA PIC X(8).
       01  WS-PR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 201 TIMES INDEXED BY PR-IDX.
               10 WS-PR-NUMERO PIC 9(5).
               10 WS-PR-NOME   PIC X(20).
               10 WS-PR-CURSO  PIC X(8).
       01  WS-PR-OVERFLOW   PIC X.
       01  WS-PR-FIRST      PIC 9(3).
       01  WS-PR-LAST       PIC 9(3).
       01  WS-PR-I          PIC 9(3).
       01  WS-PROP-ANSWER   PIC X.
       01  WS-N-CONFIRMED   PIC 9(4).
       01  WS-N-REFUSED     PIC 9(4).

      * geracao do roster: turmas distintas ja emitidas nesta
      * passagem, para cada turma sair uma unica vez:

       COPY "OPERWS.cpy".
       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "CRSCWS.cpy".
       COPY "EXCEPTWS.cpy".
       COPY "SACCWS.cpy".
       COPY "GLJRNWS.cpy".
       COPY "SLVLWS.cpy".
       01  M-PROPINA PIC ZZZZ9.99.

       PROCEDURE DIVISION.
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-EXC-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      *    o ano letivo comeca em setembro:
           IF WS-TODAY(5:2) >= "09"
               COMPUTE WS-SCHOOL-YEAR = WS-TODAY / 10000
           ELSE
               COMPUTE WS-SCHOOL-YEAR = WS-TODAY / 10000 - 1
           END-IF.

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ROSTER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PROPOSED_ENROLLMENT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PROPOSED-PATH
           END-IF.

           PERFORM LOAD-ENROLLMENTS-PROCEDURE.
           IF WS-ENRL-OVERFLOW = "Y"
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM INIT-SLVL-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-LEVELS-PROCEDURE.
           IF WS-SLVL-OVERFLOW = "Y"
               DISPLAY "AVISO: student-levels com mais linhas do que a "
                   "tabela (600) -- o ano de escolaridade dos alunos "
                   "novos NAO sera registado."
           END-IF.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM OPEN-STUDENT-ACCOUNT-PROCEDURE.
           PERFORM OPEN-GL-JOURNAL-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "6"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-ENROLLMENTS-PROCEDURE
                   WHEN "2" PERFORM ENROLL-STUDENT-PROCEDURE
                   WHEN "3" PERFORM RETIRE-ENROLLMENT-PROCEDURE
                   WHEN "4" PERFORM GENERATE-ROSTER-PROCEDURE
                   WHEN "5" PERFORM CONFIRM-PROPOSALS-PROCEDURE
                   WHEN "6" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
               PERFORM WRITE-ENROLLMENTS-PROCEDURE
               DISPLAY "Inscricoes gravadas em " WS-ENRL-PATH "."
           END-IF.
           IF WS-SLVL-DIRTY = "Y"
               PERFORM SAVE-STUDENT-LEVELS-PROCEDURE
           END-IF.
           CLOSE EXCEPTIONS-FILE.
           CLOSE STUDENT-ACCOUNT-FILE.
           CLOSE GL-JOURNAL-FILE.
           DISPLAY "2 - Inscrever aluno".
           DISPLAY "3 - Anular inscricao".
           DISPLAY "4 - Gerar roster para o NOTAS".
           DISPLAY "5 - Confirmar inscricoes propostas (promocao)".
           DISPLAY "6 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.

           DISPLAY "Codigo do curso: " WITH NO ADVANCING.
           ACCEPT WS-SEL-CURSO.

           PERFORM CHECK-ENROLLMENT-PROCEDURE.
           IF WS-ENRL-OK = "N"
               EXIT PARAGRAPH
           END-IF.

      *    nome do aluno do STUDENT-MASTER quando ja e conhecido:
           MOVE WS-SEL-NUMERO TO WS-STUDENT-LOOKUP-NUMERO.
           PERFORM LOOKUP-STUDENT-PROCEDURE.
           IF WS-STUDENT-FOUND = "Y"
               MOVE WS-STUDENT-NOME(ST-IDX) TO WS-SEL-NOME
               DISPLAY "Aluno conhecido: " WS-SEL-NOME
           ELSE
               DISPLAY "Aluno novo -- nome (ate 20 caracteres): "
                   WITH NO ADVANCING
               ACCEPT WS-SEL-NOME
           END-IF.

           PERFORM RECORD-ENROLLMENT-PROCEDURE.


      *    verificacoes comuns a inscricao teclada e a proposta pela
      *    promocao (WS-SEL-NUMERO / -TURMA / -CURSO); WS-ENRL-OK diz
      *    se pode ser registada:
       CHECK-ENROLLMENT-PROCEDURE.
           MOVE "Y" TO WS-ENRL-OK.
      *    inscricao repetida na mesma turma nao conta duas vezes:
           MOVE "N" TO WS-DUP-FOUND.
           PERFORM VARYING EN-IDX FROM 1 BY 1
           END-PERFORM.
           IF WS-DUP-FOUND = "Y"
               DISPLAY "RECUSADO: aluno ja inscrito nessa turma."
               MOVE "N" TO WS-ENRL-OK
               EXIT PARAGRAPH
           END-IF.

               STRING WS-SEL-NUMERO " " WS-SEL-TURMA
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               MOVE "N" TO WS-ENRL-OK
               EXIT PARAGRAPH
           END-IF.

                   WS-PREREQ-MISS
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               MOVE "N" TO WS-ENRL-OK
               EXIT PARAGRAPH
           END-IF.


      *    regista a inscricao verificada (nome em WS-SEL-NOME) e
      *    fatura a propina:
       RECORD-ENROLLMENT-PROCEDURE.
           ADD 1 TO WS-ENRL-COUNT.
           SET EN-IDX TO WS-ENRL-COUNT.
           MOVE WS-SEL-NUMERO TO WS-EN-NUMERO(EN-IDX).
               MOVE WS-CRS-PROPINA TO M-PROPINA
               DISPLAY "Propina faturada: " M-PROPINA
           END-IF.

      *    aluno sem ano de escolaridade neste ano letivo fica com o
      *    do curso (a promocao ja o regista para os que transitam):
           IF WS-CRS-ANO-ESCOLAR > ZERO
               AND WS-SLVL-OVERFLOW = "N"
               MOVE WS-SEL-NUMERO TO WS-SL-LOOKUP-NUMERO
               MOVE WS-SCHOOL-YEAR TO WS-SL-LOOKUP-ANO
               PERFORM LOOKUP-STUDENT-LEVEL-PROCEDURE
               IF WS-SL-FOUND = "N"
                   MOVE WS-CRS-ANO-ESCOLAR TO WS-SL-SET-ESCOLAR
                   MOVE SPACE TO WS-SL-SET-SITUACAO
                   MOVE WS-TODAY TO WS-SL-SET-DATA
                   PERFORM SET-STUDENT-LEVEL-PROCEDURE
               END-IF
           END-IF.
           DISPLAY "Inscrito.".


      *    As inscricoes propostas pela promocao de fim de ano, aluno
      *    a aluno: confirmado o aluno, cada curso e inscrito com as
      *    mesmas verificacoes e a mesma faturacao da inscricao
      *    teclada, na turma indicada uma vez por curso.
       CONFIRM-PROPOSALS-PROCEDURE.
           PERFORM LOAD-PROPOSALS-PROCEDURE.
           IF WS-PR-COUNT = ZERO
               DISPLAY "Nao ha inscricoes propostas ("
                   WS-PROPOSED-PATH ")."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PR-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 200 propostas -- as restantes "
                   "ficam para uma segunda passagem."
           END-IF.

      *    as inscricoes do ano que terminou ja serviram a promocao:
           IF WS-ENRL-COUNT > ZERO
               DISPLAY "Anular as " WS-ENRL-COUNT " inscricoes do ano "
                   "que terminou antes de confirmar? (S/N): "
                   WITH NO ADVANCING
               ACCEPT WS-PROP-ANSWER
               IF WS-PROP-ANSWER = "S" OR WS-PROP-ANSWER = "s"
                   MOVE ZERO TO WS-ENRL-COUNT
                   MOVE "Y" TO WS-DIRTY
               END-IF
           END-IF.

           MOVE ZERO TO WS-PT-COUNT.
           MOVE ZERO TO WS-N-CONFIRMED.
           MOVE ZERO TO WS-N-REFUSED.
           MOVE 1 TO WS-PR-FIRST.
           PERFORM UNTIL WS-PR-FIRST > WS-PR-COUNT
               MOVE WS-PR-FIRST TO WS-PR-LAST
               PERFORM UNTIL WS-PR-LAST >= WS-PR-COUNT
                   OR WS-PR-NUMERO(WS-PR-LAST + 1)
                       NOT = WS-PR-NUMERO(WS-PR-FIRST)
                   ADD 1 TO WS-PR-LAST
               END-PERFORM
               PERFORM CONFIRM-ONE-STUDENT-PROCEDURE
               COMPUTE WS-PR-FIRST = WS-PR-LAST + 1
           END-PERFORM.
           DISPLAY "Inscricoes confirmadas: " WS-N-CONFIRMED
               "  recusadas nas verificacoes: " WS-N-REFUSED.


       CONFIRM-ONE-STUDENT-PROCEDURE.
           DISPLAY " ".
           DISPLAY "Aluno " WS-PR-NUMERO(WS-PR-FIRST) " "
               WS-PR-NOME(WS-PR-FIRST) " -- cursos propostos:".
           PERFORM VARYING WS-PR-I FROM WS-PR-FIRST BY 1
               UNTIL WS-PR-I > WS-PR-LAST
               DISPLAY "    " WS-PR-CURSO(WS-PR-I)
           END-PERFORM.
           DISPLAY "Confirmar? (S/N): " WITH NO ADVANCING.
           ACCEPT WS-PROP-ANSWER.
           IF WS-PROP-ANSWER NOT = "S" AND WS-PROP-ANSWER NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PR-I FROM WS-PR-FIRST BY 1
               UNTIL WS-PR-I > WS-PR-LAST
               PERFORM CONFIRM-ONE-COURSE-PROCEDURE
           END-PERFORM.


       CONFIRM-ONE-COURSE-PROCEDURE.
           IF WS-ENRL-COUNT >= 200
               DISPLAY "Tabela de inscricoes cheia (maximo 200)."
               ADD 1 TO WS-N-REFUSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PR-NUMERO(WS-PR-I) TO WS-SEL-NUMERO.
           MOVE WS-PR-NOME(WS-PR-I) TO WS-SEL-NOME.
           MOVE WS-PR-CURSO(WS-PR-I) TO WS-SEL-CURSO.
           MOVE SPACES TO WS-SEL-TURMA.
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PT-COUNT
               IF WS-PT-CURSO(PT-IDX) = WS-SEL-CURSO
                   MOVE WS-PT-TURMA(PT-IDX) TO WS-SEL-TURMA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEL-TURMA = SPACES
               DISPLAY "Turma para o curso " WS-SEL-CURSO
                   " (ate 8 caracteres): " WITH NO ADVANCING
               ACCEPT WS-SEL-TURMA
               IF WS-PT-COUNT < 30
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-SEL-CURSO TO WS-PT-CURSO(WS-PT-COUNT)
                   MOVE WS-SEL-TURMA TO WS-PT-TURMA(WS-PT-COUNT)
               END-IF
           END-IF.
           DISPLAY WS-SEL-NUMERO " " WS-SEL-CURSO " turma "
               WS-SEL-TURMA ": " WITH NO ADVANCING.
           PERFORM CHECK-ENROLLMENT-PROCEDURE.
           IF WS-ENRL-OK = "N"
               ADD 1 TO WS-N-REFUSED
               EXIT PARAGRAPH
           END-IF.
           PERFORM RECORD-ENROLLMENT-PROCEDURE.
           ADD 1 TO WS-N-CONFIRMED.


       LOAD-PROPOSALS-PROCEDURE.
           MOVE ZERO TO WS-PR-COUNT.
           MOVE "N" TO WS-PR-OVERFLOW.
           OPEN INPUT PROPOSED-ENROLLMENT-FILE.
           IF WS-PROPOSED-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PROPOSED-STATUS = "10"
               READ PROPOSED-ENROLLMENT-FILE
                   AT END MOVE "10" TO WS-PROPOSED-STATUS
                   NOT AT END
                       IF WS-PR-COUNT >= 200
                           MOVE "Y" TO WS-PR-OVERFLOW
                       ELSE
                           ADD 1 TO WS-PR-COUNT
                           SET PR-IDX TO WS-PR-COUNT
                           MOVE PE-NUMERO TO WS-PR-NUMERO(PR-IDX)
                           MOVE PE-NOME TO WS-PR-NOME(PR-IDX)
                           MOVE PE-CURSO TO WS-PR-CURSO(PR-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROPOSED-ENROLLMENT-FILE.


      *    O aluno tem um APROVADO (incluindo APROVADO-EXAME /
      *    APROVADO-2A-CHAM) no curso WS-PREREQ-CODE? Sem registo
      *    aprovado, o codigo em falta fica em WS-PREREQ-MISS.

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".

       COPY "SLVLP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SACCP.cpy".
