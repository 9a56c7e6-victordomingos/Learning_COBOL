       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARENT-LETTERS.
      *=================================================================
      * Purpose: Letters to the families, one per guardian on the
      *          guardian file (GUARDIAN-MAINT) for each event that
      *          concerns the student in the term:
      *            - absences past CC-MAX-FALTAS of the course, counted
      *              from the attendance register since the start of
      *              the term (roster gives the course);
      *            - a convocation to EXAME, or to the segunda
      *              chamada, from the NOTAS results on STUDENT-MASTER;
      *            - the end-of-term ST-RESULTADO itself.
      *          Every letter sent is logged (student, guardian,
      *          event, date and time) so the school can prove the
      *          family was told, and a letter already on the log is
      *          never sent again -- the run can be repeated at will.
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

      *    cartas geradas nesta execucao:
           SELECT PARENT-LETTERS-FILE
           ASSIGN TO DYNAMIC WS-LETTERS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "CRSCSEL.cpy".
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "GUARSEL.cpy".
           COPY "LTLGSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * mesma imagem do ROSTER-RECORD de NOTAS:
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

       FD  PARENT-LETTERS-FILE.
       01  PARENT-LETTER-LINE PIC X(70).

       COPY "CRSCFD.cpy".
       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "GUARFD.cpy".
       COPY "LTLGFD.cpy".
       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ROSTER-PATH     PIC X(60) VALUE "..\notas-roster.txt".
       01  WS-ROSTER-STATUS   PIC XX.
       01  WS-ATTENDANCE-PATH PIC X(60) VALUE "..\attendance.txt".
       01  WS-ATTENDANCE-STATUS PIC XX.
       01  WS-LETTERS-PATH    PIC X(60) VALUE "..\parent-letters.txt".
       01  WS-ENV-VALUE       PIC X(60).

       01  WS-EOF         PIC X VALUE "N".
       01  WS-TODAY       PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TODAY-YYYY PIC 9(4).
           05 WS-TODAY-MM   PIC 99.
           05 WS-TODAY-DD   PIC 99.
       01  WS-NOW         PIC 9(8).
       01  WS-NOW-HHMMSS  PIC 9(6).
       01  WS-TERM-START  PIC 9(8).
       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.
       01  WS-SESSION-DATE PIC 9(8).

      * alunos do roster (curso e faltas do periodo):
       01  WS-CUR-CURSO PIC X(8) VALUE SPACES.
       01  WS-ALU-COUNT PIC 9(3) VALUE ZERO.
       01  WS-ALU-TABLE.
           05 WS-ALU-ENTRY OCCURS 200 TIMES INDEXED BY AL-IDX.
               10 WS-AL-NUMERO  PIC 9(5).
               10 WS-AL-NOME    PIC X(20).
               10 WS-AL-CURSO   PIC X(8).
               10 WS-AL-FALTAS  PIC 9(3).
       01  WS-ALU-OVERFLOW PIC X VALUE "N".

      * o acontecimento a comunicar a familia:
       01  WS-EV-NUMERO   PIC 9(5).
       01  WS-EV-NOME     PIC X(20).
       01  WS-EV-EVENTO   PIC X(6).
       01  WS-EV-REF      PIC X(16).
       01  WS-EV-DISC     PIC X(8).
       01  WS-EV-FALTAS   PIC 9(3).
       01  WS-EV-MAX      PIC 9(3).
       01  WS-EV-MEDIA    PIC 99V99.
       01  WS-EV-NOTA     PIC 99V99.
       01  WS-EV-RESULTADO PIC X(20).
       01  WS-EV-GUARDIANS PIC 9(3).
       01  WS-FALTAS-REF.
           05 WS-FR-DISC  PIC X(8).
           05 WS-FR-START PIC 9(8).
       01  WS-SESSION-REF.
           05 WS-SR-DATE  PIC 9(8).
           05 WS-SR-DISC  PIC X(8).

      * cartas emitidas nesta execucao, registadas no log so depois
      * de o ficheiro de cartas estar fechado:
       01  WS-PEND-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 500 TIMES INDEXED BY PD-IDX.
               10 WS-PD-NUMERO PIC 9(5).
               10 WS-PD-GU-SEQ PIC 9.
               10 WS-PD-EVENTO PIC X(6).
               10 WS-PD-REF    PIC X(16).
               10 WS-PD-GU-NOME PIC X(30).
       01  WS-PEND-FULL  PIC X VALUE "N".

       01  WS-N-LETTERS    PIC 9(4) VALUE ZERO.
       01  WS-N-ALREADY    PIC 9(4) VALUE ZERO.
       01  WS-N-NO-GUARD   PIC 9(4) VALUE ZERO.
       01  WS-N-NO-ADDRESS PIC 9(4) VALUE ZERO.
       01  WS-N-REJECTED   PIC 9(4) VALUE ZERO.

       01  M-DATE.
           05 M-DD   PIC 99.
           05 FILLER PIC X VALUE "/".
           05 M-MM   PIC 99.
           05 FILLER PIC X VALUE "/".
           05 M-YYYY PIC 9(4).
       01  M-NOTA     PIC Z9.99.
       01  M-FALTAS   PIC ZZ9.
       01  M-MAX      PIC ZZ9.

       COPY "CRSCWS.cpy".
       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "GUARWS.cpy".
       COPY "LTLGWS.cpy".
       COPY "DATEVAL.cpy".
       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.
           COMPUTE WS-NOW-HHMMSS = WS-NOW / 100.
           MOVE WS-TODAY-DD TO M-DD.
           MOVE WS-TODAY-MM TO M-MM.
           MOVE WS-TODAY-YYYY TO M-YYYY.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

      *    so contam as faltas e as sessoes de avaliacao deste
      *    periodo letivo:
           DISPLAY "Inicio do periodo letivo (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-TERM-START.
           IF WS-TERM-START > WS-TODAY
               DISPLAY "ERRO: o periodo letivo ainda nao comecou."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           PERFORM INIT-GUAR-PATH-PROCEDURE.
           PERFORM LOAD-GUARDIANS-PROCEDURE.
           PERFORM INIT-LTLG-PATH-PROCEDURE.
           PERFORM LOAD-LETTER-LOG-PROCEDURE.
      *    sem o log inteiro em memoria nao ha garantia de nao
      *    repetir cartas ja enviadas:
           IF WS-LTLG-OVERFLOW = "Y"
               DISPLAY "ERRO: log de cartas com mais linhas do que a "
                   "tabela (2000) -- cartas NAO emitidas; arquive o "
                   "log primeiro."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GUAR-COUNT = ZERO
               DISPLAY "Sem encarregados registados (" WS-GUAR-PATH
                   ") -- nada a enviar."
               STOP RUN
           END-IF.
           PERFORM LOAD-ROSTER-PROCEDURE.
           PERFORM COUNT-ABSENCES-PROCEDURE.

           OPEN OUTPUT PARENT-LETTERS-FILE.
           PERFORM VARYING AL-IDX FROM 1 BY 1
               UNTIL AL-IDX > WS-ALU-COUNT
               PERFORM CHECK-ABSENCE-LIMIT-PROCEDURE
           END-PERFORM.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
               PERFORM CHECK-SESSION-RESULT-PROCEDURE
           END-PERFORM.
           CLOSE PARENT-LETTERS-FILE.
           MOVE "PARENT-LETTERS" TO WS-SPL-PROGRAM.
           MOVE "CARTAS AOS ENCARREGADOS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-LETTERS-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-PEND-COUNT > ZERO
               PERFORM RECORD-LETTERS-PROCEDURE
           END-IF.

           IF WS-STUDENT-OVERFLOW = "Y" OR WS-ALU-OVERFLOW = "Y"
               DISPLAY "AVISO: student-master/roster maiores do que as "
                   "tabelas -- os restantes alunos NAO foram vistos."
           END-IF.
           IF WS-GUAR-OVERFLOW = "Y"
               DISPLAY "AVISO: guardians com mais de 400 linhas -- "
                   "os restantes encarregados NAO recebem cartas."
           END-IF.
           IF WS-PEND-FULL = "Y"
               DISPLAY "AVISO: limite de 500 cartas por execucao -- "
                   "corra de novo para as restantes."
           END-IF.
           IF WS-N-REJECTED > ZERO
               DISPLAY "AVISO: " WS-N-REJECTED " registos de "
                   "assiduidade com data invalida ignorados."
           END-IF.
           DISPLAY "Cartas emitidas: " WS-N-LETTERS
               "  (ja enviadas antes: " WS-N-ALREADY ")".
           IF WS-N-NO-GUARD > ZERO
               DISPLAY "AVISO: " WS-N-NO-GUARD " acontecimentos de "
                   "alunos sem encarregado registado."
           END-IF.
           IF WS-N-NO-ADDRESS > ZERO
               DISPLAY "AVISO: " WS-N-NO-ADDRESS " cartas por enviar "
                   "a encarregados sem morada."
           END-IF.
           DISPLAY "Cartas em " WS-LETTERS-PATH ".".
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
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PARENT_LETTERS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-LETTERS-PATH
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


      *    o curso vem do cabecalho da turma quando existe (como em
      *    NOTAS), senao do proprio registo do aluno:
       LOAD-ROSTER-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "35"
               DISPLAY "AVISO: sem roster (" WS-ROSTER-PATH
                   ") -- nao ha cartas de faltas."
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
               MOVE RH-CURSO TO WS-CUR-CURSO
               EXIT PARAGRAPH
           END-IF.
           IF WS-ALU-COUNT >= 200
               MOVE "Y" TO WS-ALU-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ALU-COUNT.
           SET AL-IDX TO WS-ALU-COUNT.
           MOVE RNUMERO TO WS-AL-NUMERO(AL-IDX).
           MOVE RNOME TO WS-AL-NOME(AL-IDX).
           IF WS-CUR-CURSO NOT = SPACES
               MOVE WS-CUR-CURSO TO WS-AL-CURSO(AL-IDX)
           ELSE
               MOVE RCURSO TO WS-AL-CURSO(AL-IDX)
           END-IF.
           MOVE ZERO TO WS-AL-FALTAS(AL-IDX).


      *    ausencias desde o inicio do periodo ate hoje; o aluno
      *    inscrito em mais de uma turma conta na primeira, como no
      *    ATTENDANCE-REGISTER:
       COUNT-ABSENCES-PROCEDURE.
           IF WS-ALU-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ATTENDANCE-FILE.
           IF WS-ATTENDANCE-STATUS = "35"
               DISPLAY "AVISO: sem registo de assiduidade ("
                   WS-ATTENDANCE-PATH ") -- nao ha cartas de faltas."
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
           IF AT-DATA < WS-TERM-START OR AT-DATA > WS-TODAY
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


      *    uma carta por disciplina e periodo, logo que o limite do
      *    catalogo e ultrapassado:
       CHECK-ABSENCE-LIMIT-PROCEDURE.
           MOVE WS-AL-CURSO(AL-IDX) TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           IF WS-AL-FALTAS(AL-IDX) <= WS-CRS-MAX-FALTAS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AL-NUMERO(AL-IDX) TO WS-EV-NUMERO.
           MOVE WS-AL-NOME(AL-IDX) TO WS-EV-NOME.
           MOVE "FALTAS" TO WS-EV-EVENTO.
           MOVE WS-AL-CURSO(AL-IDX) TO WS-EV-DISC.
           MOVE WS-AL-FALTAS(AL-IDX) TO WS-EV-FALTAS.
           MOVE WS-CRS-MAX-FALTAS TO WS-EV-MAX.
           MOVE WS-AL-CURSO(AL-IDX) TO WS-FR-DISC.
           MOVE WS-TERM-START TO WS-FR-START.
           MOVE WS-FALTAS-REF TO WS-EV-REF.
           PERFORM NOTIFY-GUARDIANS-PROCEDURE.


      *    cada sessao de avaliacao do periodo no STUDENT-MASTER: a
      *    ida a exame (e a 2a chamada) tira-se do resultado que o
      *    NOTAS gravou, e o resultado final segue sempre:
       CHECK-SESSION-RESULT-PROCEDURE.
           IF WS-STUDENT-RESULTADO(ST-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SESSION-DATE = WS-STUDENT-ANO(ST-IDX) * 10000
               + WS-STUDENT-MES(ST-IDX) * 100 + WS-STUDENT-DIA(ST-IDX).
           IF WS-SESSION-DATE < WS-TERM-START
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STUDENT-NUMERO(ST-IDX) TO WS-EV-NUMERO.
           MOVE WS-STUDENT-NOME(ST-IDX) TO WS-EV-NOME.
           MOVE WS-STUDENT-DISCIPLINA(ST-IDX) TO WS-EV-DISC.
           MOVE WS-STUDENT-MEDIA(ST-IDX) TO WS-EV-MEDIA.
           MOVE WS-STUDENT-RESULTADO(ST-IDX) TO WS-EV-RESULTADO.
      *    sem exame a nota final e a propria media:
           IF WS-STUDENT-NOTA-F(ST-IDX) > ZERO
               MOVE WS-STUDENT-NOTA-F(ST-IDX) TO WS-EV-NOTA
           ELSE
               MOVE WS-STUDENT-MEDIA(ST-IDX) TO WS-EV-NOTA
           END-IF.
           MOVE WS-SESSION-DATE TO WS-SR-DATE.
           MOVE WS-STUDENT-DISCIPLINA(ST-IDX) TO WS-SR-DISC.
           MOVE WS-SESSION-REF TO WS-EV-REF.

           IF WS-EV-RESULTADO = "APROVADO-EXAME"
               OR WS-EV-RESULTADO = "APROVADO-2A-CHAM"
               OR WS-EV-RESULTADO = "REPROVADO"
               MOVE "EXAME" TO WS-EV-EVENTO
               PERFORM NOTIFY-GUARDIANS-PROCEDURE
           END-IF.
           IF WS-EV-RESULTADO = "APROVADO-2A-CHAM"
               OR WS-EV-RESULTADO = "REPROVADO"
               MOVE "CHAM2" TO WS-EV-EVENTO
               PERFORM NOTIFY-GUARDIANS-PROCEDURE
           END-IF.
           MOVE "RESULT" TO WS-EV-EVENTO.
           PERFORM NOTIFY-GUARDIANS-PROCEDURE.


      *    uma carta a cada encarregado do aluno que ainda nao a
      *    recebeu:
       NOTIFY-GUARDIANS-PROCEDURE.
           MOVE ZERO TO WS-EV-GUARDIANS.
           PERFORM VARYING GU-IDX FROM 1 BY 1
               UNTIL GU-IDX > WS-GUAR-COUNT
               IF WS-GU-NUMERO(GU-IDX) = WS-EV-NUMERO
                   ADD 1 TO WS-EV-GUARDIANS
                   PERFORM NOTIFY-ONE-GUARDIAN-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-EV-GUARDIANS = ZERO
               ADD 1 TO WS-N-NO-GUARD
               DISPLAY "AVISO: aluno " WS-EV-NUMERO " " WS-EV-NOME
                   " sem encarregado -- " WS-EV-EVENTO " por enviar."
           END-IF.


       NOTIFY-ONE-GUARDIAN-PROCEDURE.
           MOVE WS-EV-NUMERO TO WS-LL-LOOKUP-NUMERO.
           MOVE WS-GU-SEQ(GU-IDX) TO WS-LL-LOOKUP-SEQ.
           MOVE WS-EV-EVENTO TO WS-LL-LOOKUP-EVENTO.
           MOVE WS-EV-REF TO WS-LL-LOOKUP-REF.
           PERFORM LOOKUP-LETTER-LOG-PROCEDURE.
           IF WS-LL-FOUND = "Y"
               ADD 1 TO WS-N-ALREADY
               EXIT PARAGRAPH
           END-IF.
           IF WS-GU-MORADA(GU-IDX) = SPACES
               ADD 1 TO WS-N-NO-ADDRESS
               DISPLAY "AVISO: encarregado " WS-EV-NUMERO "/"
                   WS-GU-SEQ(GU-IDX) " sem morada -- " WS-EV-EVENTO
                   " por enviar."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PEND-COUNT >= 500
               MOVE "Y" TO WS-PEND-FULL
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-LETTER-PROCEDURE.
           ADD 1 TO WS-N-LETTERS.

           ADD 1 TO WS-PEND-COUNT.
           SET PD-IDX TO WS-PEND-COUNT.
           MOVE WS-EV-NUMERO TO WS-PD-NUMERO(PD-IDX).
           MOVE WS-GU-SEQ(GU-IDX) TO WS-PD-GU-SEQ(PD-IDX).
           MOVE WS-EV-EVENTO TO WS-PD-EVENTO(PD-IDX).
           MOVE WS-EV-REF TO WS-PD-REF(PD-IDX).
           MOVE WS-GU-NOME(GU-IDX) TO WS-PD-GU-NOME(PD-IDX).
      *    a mesma carta nao sai duas vezes na mesma execucao (aluno
      *    em duas turmas da mesma disciplina):
           MOVE WS-EV-NUMERO TO LL-NUMERO.
           MOVE WS-GU-SEQ(GU-IDX) TO LL-GU-SEQ.
           MOVE WS-EV-EVENTO TO LL-EVENTO.
           MOVE WS-EV-REF TO LL-REF.
           PERFORM STORE-LETTER-LOG-KEY-PROCEDURE.


       WRITE-LETTER-PROCEDURE.
           MOVE ALL "-" TO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE WS-GU-NOME(GU-IDX) TO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-GU-MORADA(GU-IDX) TO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING WS-GU-CPOSTAL(GU-IDX) " " WS-GU-LOCALIDADE(GU-IDX)
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "Data: " M-DATE
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 2 LINE.

           MOVE SPACES TO PARENT-LETTER-LINE.
           EVALUATE WS-EV-EVENTO
               WHEN "FALTAS"
                   STRING "Assunto: limite de faltas excedido - aluno "
                       WS-EV-NUMERO
                       DELIMITED BY SIZE INTO PARENT-LETTER-LINE
               WHEN "EXAME"
                   STRING "Assunto: convocatoria para exame - aluno "
                       WS-EV-NUMERO
                       DELIMITED BY SIZE INTO PARENT-LETTER-LINE
               WHEN "CHAM2"
                   STRING "Assunto: convocatoria para 2a chamada - "
                       "aluno " WS-EV-NUMERO
                       DELIMITED BY SIZE INTO PARENT-LETTER-LINE
               WHEN OTHER
                   STRING "Assunto: resultado do periodo - aluno "
                       WS-EV-NUMERO
                       DELIMITED BY SIZE INTO PARENT-LETTER-LINE
           END-EVALUATE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 2 LINE.

           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "Exmo(a). Encarregado(a) de Educacao de "
                   DELIMITED BY SIZE
               WS-EV-NOME DELIMITED BY "  "
               "," DELIMITED BY SIZE
               INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 2 LINE.

           EVALUATE WS-EV-EVENTO
               WHEN "FALTAS"
                   PERFORM WRITE-ABSENCE-BODY-PROCEDURE
               WHEN "EXAME"
                   PERFORM WRITE-EXAM-BODY-PROCEDURE
               WHEN "CHAM2"
                   PERFORM WRITE-SECOND-CALL-BODY-PROCEDURE
               WHEN OTHER
                   PERFORM WRITE-RESULT-BODY-PROCEDURE
           END-EVALUATE.

           MOVE "Com os melhores cumprimentos," TO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 2 LINE.
           MOVE "A Secretaria" TO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.


       WRITE-ABSENCE-BODY-PROCEDURE.
           MOVE WS-EV-FALTAS TO M-FALTAS.
           MOVE WS-EV-MAX TO M-MAX.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "informamos que o seu educando tem " M-FALTAS
               " faltas a " WS-EV-DISC
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "neste periodo, acima do limite de " M-MAX
               " faltas, o que pode levar a reprovacao."
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE "Pedimos que contacte o diretor de turma com urgencia."
               TO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.


       WRITE-EXAM-BODY-PROCEDURE.
           MOVE WS-EV-MEDIA TO M-NOTA.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "informamos que o seu educando nao obteve "
               "aprovacao em " WS-EV-DISC
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "na avaliacao do periodo (media " M-NOTA
               ") e foi convocado para exame."
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.


       WRITE-SECOND-CALL-BODY-PROCEDURE.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "informamos que o seu educando nao obteve "
               "aprovacao no exame de " WS-EV-DISC
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE "(1a chamada) e foi convocado para a 2a chamada."
               TO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.


       WRITE-RESULT-BODY-PROCEDURE.
           MOVE WS-EV-NOTA TO M-NOTA.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "informamos o resultado final do periodo em "
                   DELIMITED BY SIZE
               WS-EV-DISC DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PARENT-LETTER-LINE.
           STRING "    " WS-EV-RESULTADO "  nota final " M-NOTA
               DELIMITED BY SIZE INTO PARENT-LETTER-LINE.
           WRITE PARENT-LETTER-LINE AFTER ADVANCING 1 LINE.


      *    as cartas ficam no log so depois de o ficheiro de cartas
      *    estar completo e fechado -- uma execucao interrompida volta
      *    a gera-las todas:
       RECORD-LETTERS-PROCEDURE.
           PERFORM OPEN-LETTER-LOG-PROCEDURE.
           PERFORM VARYING PD-IDX FROM 1 BY 1
               UNTIL PD-IDX > WS-PEND-COUNT
               MOVE WS-PD-NUMERO(PD-IDX) TO LL-NUMERO
               MOVE WS-PD-GU-SEQ(PD-IDX) TO LL-GU-SEQ
               MOVE WS-PD-EVENTO(PD-IDX) TO LL-EVENTO
               MOVE WS-PD-REF(PD-IDX) TO LL-REF
               MOVE WS-TODAY TO LL-DATA
               MOVE WS-NOW-HHMMSS TO LL-HORA
               MOVE WS-PD-GU-NOME(PD-IDX) TO LL-GU-NOME
               PERFORM WRITE-LETTER-LOG-PROCEDURE
           END-PERFORM.
           CLOSE LETTER-LOG-FILE.


       COPY "CRSCP.cpy".

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "GUARP.cpy".

       COPY "LTLGP.cpy".

       COPY "DATEVALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM PARENT-LETTERS.
