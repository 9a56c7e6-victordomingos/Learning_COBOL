       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-PLANNER.
      *=================================================================
      * Purpose: Exam-session planner. The candidates to EXAME and to
      *          the segunda chamada are taken, course by course, from
      *          the results the last NOTAS run left on STUDENT-MASTER;
      *          each course is given a date, a time slot (morning or
      *          afternoon, weekdays only) and as many rooms from the
      *          rooms file as its candidates need -- never a room
      *          twice in the same slot, never a student in two exams
      *          at once. Invigilators come from the teaching staff on
      *          the roster headers, never a teacher of the course
      *          being examined nor anyone already booked in that
      *          slot, the least-used first. Prints the convocation of
      *          every student and one sheet per room and session.
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
      *    salas de exame e lotacao sentada:
           SELECT EXAM-ROOMS-FILE
           ASSIGN TO DYNAMIC WS-ROOMS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOMS-STATUS.

      *    cabecalhos de turma do roster: quem ensina que curso:
           SELECT ROSTER-FILE
           ASSIGN TO DYNAMIC WS-ROSTER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT CONVOCATION-FILE
           ASSIGN TO DYNAMIC WS-CONVOC-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROOM-SHEET-FILE
           ASSIGN TO DYNAMIC WS-SHEET-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "CRSCSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD  EXAM-ROOMS-FILE.
       01  EXAM-ROOM-RECORD.
           05 RM-SALA      PIC X(6).
           05 RM-DESCRICAO PIC X(20).
           05 RM-LUGARES   PIC 999.

      * mesma imagem do roster do NOTAS:
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

       FD  CONVOCATION-FILE.
       01  CONVOCATION-LINE PIC X(90).

       FD  ROOM-SHEET-FILE.
       01  ROOM-SHEET-LINE PIC X(90).

       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "CRSCFD.cpy".
       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ROOMS-PATH    PIC X(60) VALUE "..\exam-rooms.txt".
       01  WS-ROOMS-STATUS  PIC XX.
       01  WS-ROSTER-PATH   PIC X(60) VALUE "..\notas-roster.txt".
       01  WS-ROSTER-STATUS PIC XX.
       01  WS-CONVOC-PATH   PIC X(60)
           VALUE "..\exam-convocations.txt".
       01  WS-SHEET-PATH    PIC X(60)
           VALUE "..\exam-room-sheets.txt".
       01  WS-ENV-VALUE     PIC X(60).

       01  WS-EOF         PIC X VALUE "N".
       01  WS-DATE-IN     PIC 9(8).
       01  WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 99.
           05 WS-DATE-DD   PIC 99.
       01  WS-DATE-OK     PIC X.

      * sessao do NOTAS de onde saem os candidatos (a mais recente
      * do STUDENT-MASTER por omissao):
       01  WS-NOTAS-DATE   PIC 9(8).
       01  WS-SESSION-DATE PIC 9(8).
      * primeiro dia de cada chamada:
       01  WS-START-1     PIC 9(8).
       01  WS-START-2     PIC 9(8).
       01  WS-LAST-DATE-1 PIC 9(8) VALUE ZERO.

      * salas, pela ordem do ficheiro:
       01  WS-ROOM-COUNT PIC 99 VALUE ZERO.
       01  WS-ROOM-TABLE.
           05 WS-ROOM-ENTRY OCCURS 30 TIMES INDEXED BY RM-IDX.
               10 WS-RM-SALA      PIC X(6).
               10 WS-RM-DESCRICAO PIC X(20).
               10 WS-RM-LUGARES   PIC 999.
               10 WS-RM-BUSY      PIC X.
       01  WS-ROOM-OVERFLOW PIC X VALUE "N".
       01  WS-TOTAL-SEATS   PIC 9(4) VALUE ZERO.

      * professor -> curso que ensina (cabecalhos "T" do roster):
       01  WS-ASG-COUNT PIC 99 VALUE ZERO.
       01  WS-ASG-TABLE.
           05 WS-ASG-ENTRY OCCURS 50 TIMES INDEXED BY AS-IDX.
               10 WS-AS-PROFESSOR PIC X(20).
               10 WS-AS-CURSO     PIC X(8).

      * corpo docente e vigilancias ja atribuidas a cada um:
       01  WS-STF-COUNT PIC 99 VALUE ZERO.
       01  WS-STF-TABLE.
           05 WS-STF-ENTRY OCCURS 50 TIMES INDEXED BY SF-IDX.
               10 WS-SF-NOME    PIC X(20).
               10 WS-SF-TURNOS  PIC 99.
       01  WS-SF-BEST   PIC 99.
       01  WS-SF-OK     PIC X.

      * candidatos: um por aluno, curso e chamada:
       01  WS-CAN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-CAN-TABLE.
           05 WS-CAN-ENTRY OCCURS 300 TIMES INDEXED BY CA-IDX CA-IDX2.
               10 WS-CA-NUMERO  PIC 9(5).
               10 WS-CA-NOME    PIC X(20).
               10 WS-CA-CURSO   PIC X(8).
               10 WS-CA-CHAMADA PIC 9.
      *        sessao/sala atribuida (zero = por marcar) e lugar:
               10 WS-CA-RS      PIC 9(3).
               10 WS-CA-LUGAR   PIC 999.
               10 WS-CA-DONE    PIC X.
       01  WS-CAN-OVERFLOW PIC X VALUE "N".
       01  WS-CAN-NEW-CHAM PIC 9.

      * exames a marcar: um por curso e chamada:
       01  WS-EXM-COUNT PIC 99 VALUE ZERO.
       01  WS-EXM-TABLE.
           05 WS-EXM-ENTRY OCCURS 60 TIMES INDEXED BY EX-IDX.
               10 WS-EX-CHAMADA PIC 9.
               10 WS-EX-CURSO   PIC X(8).
               10 WS-EX-N       PIC 9(3).
               10 WS-EX-DATA    PIC 9(8).
               10 WS-EX-TURNO   PIC X.
       01  WS-EX-FOUND  PIC X.

      * sessoes por sala (data, turno, sala, curso, vigilantes):
       01  WS-RS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RS-TABLE.
           05 WS-RS-ENTRY OCCURS 120 TIMES INDEXED BY RS-IDX RS-IDX2.
               10 WS-RS-CHAMADA PIC 9.
               10 WS-RS-DATA    PIC 9(8).
               10 WS-RS-TURNO   PIC X.
               10 WS-RS-SALA    PIC X(6).
               10 WS-RS-CURSO   PIC X(8).
               10 WS-RS-N       PIC 999.
               10 WS-RS-N-VIG   PIC 9.
               10 WS-RS-VIG     PIC X(20) OCCURS 3 TIMES.

      * marcacao: tentativas turno a turno a partir do primeiro dia
      * da chamada (M = manha, T = tarde; so dias uteis):
       01  WS-MAX-SLOTS    PIC 99 VALUE 60.
       01  WS-SLOT-K       PIC 99.
       01  WS-BASE-INT     PIC 9(7).
       01  WS-TRY-INT      PIC 9(7).
       01  WS-TRY-DATE     PIC 9(8).
       01  WS-TRY-TURNO    PIC X.
       01  WS-DAYS-LEFT    PIC 99.
       01  WS-WEEKDAY      PIC 9.
       01  WS-FREE-SEATS   PIC 9(4).
       01  WS-CLASH        PIC X.
       01  WS-PLACED       PIC X.
       01  WS-TO-SEAT      PIC 9(3).
       01  WS-SEATS-HERE   PIC 999.
       01  WS-LUGAR        PIC 999.
       01  WS-VIG-NEEDED   PIC 9.
       01  WS-VIG-I        PIC 9.
      * um vigilante por cada 20 alunos na sala (ate 3):
       01  WS-ALUNOS-POR-VIG PIC 99 VALUE 20.

       01  WS-N-PLACED     PIC 99 VALUE ZERO.
       01  WS-N-UNPLACED   PIC 99 VALUE ZERO.
       01  WS-N-SHORT-VIG  PIC 9(3) VALUE ZERO.
       01  WS-N-CONVOC     PIC 9(3) VALUE ZERO.

       01  WS-PRT-DATE     PIC 9(8).
       01  WS-PRT-PARTS REDEFINES WS-PRT-DATE.
           05 WS-PRT-YYYY PIC 9(4).
           05 WS-PRT-MM   PIC 99.
           05 WS-PRT-DD   PIC 99.
       01  WS-PRT-DATE-TEXT PIC X(10).
       01  WS-HORA-TEXT    PIC X(5).
       01  WS-CHAMADA-TEXT PIC X(14).
       01  WS-VIG-TEXT     PIC X(66).
       01  WS-PTR          PIC 99.
       01  M-N             PIC ZZ9.
       01  M-LUGAR         PIC ZZ9.

       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "CRSCWS.cpy".
       COPY "DATEVAL.cpy".
       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           PERFORM LOAD-ROOMS-PROCEDURE.
           IF WS-ROOM-COUNT = ZERO
               DISPLAY "ERRO: sem salas de exame (" WS-ROOMS-PATH ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ROOM-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 30 salas -- usadas as 30 "
                   "primeiras."
           END-IF.
           PERFORM LOAD-STAFF-PROCEDURE.
           IF WS-STF-COUNT = ZERO
               DISPLAY "AVISO: sem professores nos cabecalhos do "
                   "roster -- sessoes sem vigilantes."
           END-IF.

           DISPLAY "Sessao do NOTAS (AAAAMMDD, 0 = a mais recente): "
               WITH NO ADVANCING.
           ACCEPT WS-NOTAS-DATE.
           IF WS-NOTAS-DATE = ZERO
               PERFORM FIND-LAST-SESSION-PROCEDURE
           END-IF.
           PERFORM COLLECT-CANDIDATES-PROCEDURE.
           IF WS-CAN-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 300 candidaturas -- as "
                   "restantes ficam por marcar."
           END-IF.
           IF WS-EXM-COUNT = ZERO
               DISPLAY "Nenhum candidato a exame na sessao "
                   WS-NOTAS-DATE " do NOTAS."
               STOP RUN
           END-IF.

           DISPLAY "Primeiro dia de exames da 1a chamada (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-START-1.
           DISPLAY "Primeiro dia da 2a chamada (AAAAMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-START-2.

           COMPUTE WS-BASE-INT = FUNCTION INTEGER-OF-DATE(WS-START-1).
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXM-COUNT
               IF WS-EX-CHAMADA(EX-IDX) = 1
                   PERFORM PLACE-EXAM-PROCEDURE
               END-IF
           END-PERFORM.
      *    a 2a chamada so comeca depois do ultimo exame da 1a:
           IF WS-START-2 <= WS-LAST-DATE-1
               COMPUTE WS-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DATE-1) + 1
               DISPLAY "AVISO: 1a chamada vai ate " WS-LAST-DATE-1
                   " -- 2a chamada adiada para o dia util seguinte."
           ELSE
               COMPUTE WS-BASE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-START-2)
           END-IF.
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXM-COUNT
               IF WS-EX-CHAMADA(EX-IDX) = 2
                   PERFORM PLACE-EXAM-PROCEDURE
               END-IF
           END-PERFORM.

           OPEN OUTPUT ROOM-SHEET-FILE.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RS-COUNT
               PERFORM PRINT-ROOM-SHEET-PROCEDURE
           END-PERFORM.
           CLOSE ROOM-SHEET-FILE.
           MOVE "EXAM-PLANNER" TO WS-SPL-PROGRAM.
           MOVE "PAUTAS DE SALA DE EXAMES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-SHEET-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           OPEN OUTPUT CONVOCATION-FILE.
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CAN-COUNT
               IF WS-CA-DONE(CA-IDX) = "N"
                   PERFORM PRINT-CONVOCATION-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE CONVOCATION-FILE.
           MOVE "EXAM-PLANNER" TO WS-SPL-PROGRAM.
           MOVE "CONVOCATORIAS DE EXAMES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-CONVOC-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           PERFORM SHOW-SUMMARY-PROCEDURE.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXAM_ROOMS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ROOMS-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "NOTAS_ROSTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-ROSTER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "EXAM_CONVOCATIONS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CONVOC-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "EXAM_ROOM_SHEETS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SHEET-PATH
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


       LOAD-ROOMS-PROCEDURE.
           OPEN INPUT EXAM-ROOMS-FILE.
           IF WS-ROOMS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ROOMS-STATUS = "10"
               READ EXAM-ROOMS-FILE
                   AT END MOVE "10" TO WS-ROOMS-STATUS
                   NOT AT END
                       IF WS-ROOM-COUNT >= 30
                           MOVE "Y" TO WS-ROOM-OVERFLOW
                       ELSE
                           IF RM-LUGARES IS NUMERIC
                               AND RM-LUGARES > ZERO
                               ADD 1 TO WS-ROOM-COUNT
                               SET RM-IDX TO WS-ROOM-COUNT
                               MOVE RM-SALA TO WS-RM-SALA(RM-IDX)
                               MOVE RM-DESCRICAO
                                   TO WS-RM-DESCRICAO(RM-IDX)
                               MOVE RM-LUGARES TO WS-RM-LUGARES(RM-IDX)
                               ADD RM-LUGARES TO WS-TOTAL-SEATS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXAM-ROOMS-FILE.


      *    cada cabecalho "T" diz que o professor ensina o curso; o
      *    corpo docente e o conjunto dos professores distintos:
       LOAD-STAFF-PROCEDURE.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ROSTER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RREC-TYPE = "T"
                           AND RH-PROFESSOR NOT = SPACES
                           PERFORM STORE-TEACHER-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROSTER-FILE.


       STORE-TEACHER-PROCEDURE.
           IF WS-ASG-COUNT < 50
               ADD 1 TO WS-ASG-COUNT
               MOVE RH-PROFESSOR TO WS-AS-PROFESSOR(WS-ASG-COUNT)
               MOVE RH-CURSO TO WS-AS-CURSO(WS-ASG-COUNT)
           END-IF.
           MOVE "N" TO WS-SF-OK.
           PERFORM VARYING SF-IDX FROM 1 BY 1
               UNTIL SF-IDX > WS-STF-COUNT
               IF WS-SF-NOME(SF-IDX) = RH-PROFESSOR
                   MOVE "Y" TO WS-SF-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SF-OK = "N" AND WS-STF-COUNT < 50
               ADD 1 TO WS-STF-COUNT
               MOVE RH-PROFESSOR TO WS-SF-NOME(WS-STF-COUNT)
               MOVE ZERO TO WS-SF-TURNOS(WS-STF-COUNT)
           END-IF.


       FIND-LAST-SESSION-PROCEDURE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
               COMPUTE WS-SESSION-DATE = WS-STUDENT-ANO(ST-IDX) * 10000
                   + WS-STUDENT-MES(ST-IDX) * 100
                   + WS-STUDENT-DIA(ST-IDX)
               IF WS-SESSION-DATE > WS-NOTAS-DATE
                   MOVE WS-SESSION-DATE TO WS-NOTAS-DATE
               END-IF
           END-PERFORM.


      *    a ida a exame (e a 2a chamada) tira-se do resultado que o
      *    NOTAS gravou na sessao; se o mesmo aluno/curso foi
      *    avaliado duas vezes nesse dia conta o ultimo registo:
       COLLECT-CANDIDATES-PROCEDURE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
               COMPUTE WS-SESSION-DATE = WS-STUDENT-ANO(ST-IDX) * 10000
                   + WS-STUDENT-MES(ST-IDX) * 100
                   + WS-STUDENT-DIA(ST-IDX)
               IF WS-SESSION-DATE = WS-NOTAS-DATE
                   PERFORM SUPERSEDE-EARLIER-PROCEDURE
                   PERFORM ADD-SESSION-CANDIDATE-PROCEDURE
               END-IF
           END-PERFORM.


      *    candidaturas de um registo anterior do mesmo aluno/curso
      *    ficam anuladas (chamada 9) pelo registo mais recente:
       SUPERSEDE-EARLIER-PROCEDURE.
           PERFORM VARYING CA-IDX2 FROM 1 BY 1
               UNTIL CA-IDX2 > WS-CAN-COUNT
               IF WS-CA-NUMERO(CA-IDX2) = WS-STUDENT-NUMERO(ST-IDX)
                   AND WS-CA-CURSO(CA-IDX2)
                       = WS-STUDENT-DISCIPLINA(ST-IDX)
                   MOVE 9 TO WS-CA-CHAMADA(CA-IDX2)
                   MOVE "Y" TO WS-CA-DONE(CA-IDX2)
               END-IF
           END-PERFORM.


       ADD-SESSION-CANDIDATE-PROCEDURE.
           IF WS-STUDENT-RESULTADO(ST-IDX) = "APROVADO-EXAME"
               OR WS-STUDENT-RESULTADO(ST-IDX) = "APROVADO-2A-CHAM"
               OR WS-STUDENT-RESULTADO(ST-IDX) = "REPROVADO"
               MOVE 1 TO WS-CAN-NEW-CHAM
               PERFORM ADD-CANDIDATE-PROCEDURE
           END-IF.
           IF WS-STUDENT-RESULTADO(ST-IDX) = "APROVADO-2A-CHAM"
               OR WS-STUDENT-RESULTADO(ST-IDX) = "REPROVADO"
               MOVE 2 TO WS-CAN-NEW-CHAM
               PERFORM ADD-CANDIDATE-PROCEDURE
           END-IF.


       ADD-CANDIDATE-PROCEDURE.
           IF WS-CAN-COUNT >= 300
               MOVE "Y" TO WS-CAN-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAN-COUNT.
           SET CA-IDX TO WS-CAN-COUNT.
           MOVE WS-STUDENT-NUMERO(ST-IDX) TO WS-CA-NUMERO(CA-IDX).
           MOVE WS-STUDENT-NOME(ST-IDX) TO WS-CA-NOME(CA-IDX).
           MOVE WS-STUDENT-DISCIPLINA(ST-IDX) TO WS-CA-CURSO(CA-IDX).
           MOVE WS-CAN-NEW-CHAM TO WS-CA-CHAMADA(CA-IDX).
           MOVE ZERO TO WS-CA-RS(CA-IDX).
           MOVE ZERO TO WS-CA-LUGAR(CA-IDX).
           MOVE "N" TO WS-CA-DONE(CA-IDX).

           MOVE "N" TO WS-EX-FOUND.
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXM-COUNT
               IF WS-EX-CHAMADA(EX-IDX) = WS-CAN-NEW-CHAM
                   AND WS-EX-CURSO(EX-IDX) = WS-CA-CURSO(CA-IDX)
                   MOVE "Y" TO WS-EX-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EX-FOUND = "N"
               IF WS-EXM-COUNT >= 60
                   MOVE "Y" TO WS-CAN-OVERFLOW
                   SUBTRACT 1 FROM WS-CAN-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXM-COUNT
               SET EX-IDX TO WS-EXM-COUNT
               MOVE WS-CAN-NEW-CHAM TO WS-EX-CHAMADA(EX-IDX)
               MOVE WS-CA-CURSO(CA-IDX) TO WS-EX-CURSO(EX-IDX)
               MOVE ZERO TO WS-EX-N(EX-IDX)
               MOVE ZERO TO WS-EX-DATA(EX-IDX)
               MOVE SPACE TO WS-EX-TURNO(EX-IDX)
           END-IF.


      *    o primeiro turno da chamada com salas livres que cheguem
      *    e sem nenhum dos candidatos ja convocado para outro exame
      *    a mesma hora:
       PLACE-EXAM-PROCEDURE.
           MOVE ZERO TO WS-EX-N(EX-IDX).
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CAN-COUNT
               IF WS-CA-CHAMADA(CA-IDX) = WS-EX-CHAMADA(EX-IDX)
                   AND WS-CA-CURSO(CA-IDX) = WS-EX-CURSO(EX-IDX)
                   ADD 1 TO WS-EX-N(EX-IDX)
               END-IF
           END-PERFORM.
           IF WS-EX-N(EX-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-EX-N(EX-IDX) > WS-TOTAL-SEATS
               DISPLAY "AVISO: " WS-EX-CURSO(EX-IDX) " tem "
                   WS-EX-N(EX-IDX) " candidatos, mais do que todas "
                   "as salas juntas -- por marcar."
               ADD 1 TO WS-N-UNPLACED
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-PLACED.
           PERFORM VARYING WS-SLOT-K FROM 0 BY 1
               UNTIL WS-SLOT-K >= WS-MAX-SLOTS OR WS-PLACED = "Y"
               PERFORM SLOT-DATE-PROCEDURE
               PERFORM MARK-BUSY-ROOMS-PROCEDURE
               IF WS-FREE-SEATS >= WS-EX-N(EX-IDX)
                   PERFORM CHECK-STUDENT-CLASH-PROCEDURE
                   IF WS-CLASH = "N"
                       PERFORM SEAT-EXAM-PROCEDURE
                       MOVE "Y" TO WS-PLACED
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PLACED = "N"
               DISPLAY "AVISO: " WS-EX-CURSO(EX-IDX) " sem turno "
                   "livre nos " WS-MAX-SLOTS " turnos seguintes -- "
                   "por marcar."
               ADD 1 TO WS-N-UNPLACED
           ELSE
               ADD 1 TO WS-N-PLACED
           END-IF.


      *    turno k a partir do dia base: dois turnos por dia util
      *    (INTEGER-OF-DATE 1 foi uma segunda-feira):
       SLOT-DATE-PROCEDURE.
           MOVE WS-BASE-INT TO WS-TRY-INT.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TRY-INT - 1, 7).
           PERFORM UNTIL WS-WEEKDAY < 5
               ADD 1 TO WS-TRY-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TRY-INT - 1, 7)
           END-PERFORM.
           COMPUTE WS-DAYS-LEFT = WS-SLOT-K / 2.
           PERFORM UNTIL WS-DAYS-LEFT = ZERO
               ADD 1 TO WS-TRY-INT
               COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-TRY-INT - 1, 7)
               IF WS-WEEKDAY < 5
                   SUBTRACT 1 FROM WS-DAYS-LEFT
               END-IF
           END-PERFORM.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(WS-TRY-INT).
           IF FUNCTION MOD(WS-SLOT-K, 2) = ZERO
               MOVE "M" TO WS-TRY-TURNO
           ELSE
               MOVE "T" TO WS-TRY-TURNO
           END-IF.


       MARK-BUSY-ROOMS-PROCEDURE.
           MOVE ZERO TO WS-FREE-SEATS.
           PERFORM VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-ROOM-COUNT
               MOVE "N" TO WS-RM-BUSY(RM-IDX)
               PERFORM VARYING RS-IDX FROM 1 BY 1
                   UNTIL RS-IDX > WS-RS-COUNT
                   IF WS-RS-DATA(RS-IDX) = WS-TRY-DATE
                       AND WS-RS-TURNO(RS-IDX) = WS-TRY-TURNO
                       AND WS-RS-SALA(RS-IDX) = WS-RM-SALA(RM-IDX)
                       MOVE "Y" TO WS-RM-BUSY(RM-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RM-BUSY(RM-IDX) = "N"
                   ADD WS-RM-LUGARES(RM-IDX) TO WS-FREE-SEATS
               END-IF
           END-PERFORM.


       CHECK-STUDENT-CLASH-PROCEDURE.
           MOVE "N" TO WS-CLASH.
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CAN-COUNT OR WS-CLASH = "Y"
               IF WS-CA-CHAMADA(CA-IDX) = WS-EX-CHAMADA(EX-IDX)
                   AND WS-CA-CURSO(CA-IDX) = WS-EX-CURSO(EX-IDX)
                   PERFORM VARYING CA-IDX2 FROM 1 BY 1
                       UNTIL CA-IDX2 > WS-CAN-COUNT
                       IF WS-CA-NUMERO(CA-IDX2) = WS-CA-NUMERO(CA-IDX)
                           AND WS-CA-RS(CA-IDX2) > ZERO
                           SET RS-IDX TO WS-CA-RS(CA-IDX2)
                           IF WS-RS-DATA(RS-IDX) = WS-TRY-DATE
                               AND WS-RS-TURNO(RS-IDX) = WS-TRY-TURNO
                               MOVE "Y" TO WS-CLASH
                               EXIT PERFORM
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.


      *    os candidatos sentam-se pelas salas livres pela ordem do
      *    ficheiro, cada sala ate a lotacao:
       SEAT-EXAM-PROCEDURE.
           MOVE WS-TRY-DATE TO WS-EX-DATA(EX-IDX).
           MOVE WS-TRY-TURNO TO WS-EX-TURNO(EX-IDX).
           IF WS-EX-CHAMADA(EX-IDX) = 1
               AND WS-TRY-DATE > WS-LAST-DATE-1
               MOVE WS-TRY-DATE TO WS-LAST-DATE-1
           END-IF.
           MOVE WS-EX-N(EX-IDX) TO WS-TO-SEAT.
           SET CA-IDX TO 1.
           PERFORM VARYING RM-IDX FROM 1 BY 1
               UNTIL RM-IDX > WS-ROOM-COUNT OR WS-TO-SEAT = ZERO
               IF WS-RM-BUSY(RM-IDX) = "N"
                   PERFORM OPEN-ROOM-SESSION-PROCEDURE
               END-IF
           END-PERFORM.


       OPEN-ROOM-SESSION-PROCEDURE.
           IF WS-RS-COUNT >= 120
               DISPLAY "AVISO: tabela de sessoes cheia (120) -- "
                   WS-EX-CURSO(EX-IDX) " incompleto."
               MOVE ZERO TO WS-TO-SEAT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RS-COUNT.
           SET RS-IDX TO WS-RS-COUNT.
           MOVE WS-EX-CHAMADA(EX-IDX) TO WS-RS-CHAMADA(RS-IDX).
           MOVE WS-TRY-DATE TO WS-RS-DATA(RS-IDX).
           MOVE WS-TRY-TURNO TO WS-RS-TURNO(RS-IDX).
           MOVE WS-RM-SALA(RM-IDX) TO WS-RS-SALA(RS-IDX).
           MOVE WS-EX-CURSO(EX-IDX) TO WS-RS-CURSO(RS-IDX).
           MOVE "Y" TO WS-RM-BUSY(RM-IDX).
           IF WS-TO-SEAT < WS-RM-LUGARES(RM-IDX)
               MOVE WS-TO-SEAT TO WS-SEATS-HERE
           ELSE
               MOVE WS-RM-LUGARES(RM-IDX) TO WS-SEATS-HERE
           END-IF.
           MOVE WS-SEATS-HERE TO WS-RS-N(RS-IDX).
           SUBTRACT WS-SEATS-HERE FROM WS-TO-SEAT.

           MOVE ZERO TO WS-LUGAR.
           PERFORM UNTIL WS-LUGAR >= WS-SEATS-HERE
               OR CA-IDX > WS-CAN-COUNT
               IF WS-CA-CHAMADA(CA-IDX) = WS-EX-CHAMADA(EX-IDX)
                   AND WS-CA-CURSO(CA-IDX) = WS-EX-CURSO(EX-IDX)
                   ADD 1 TO WS-LUGAR
                   SET WS-CA-RS(CA-IDX) TO RS-IDX
                   MOVE WS-LUGAR TO WS-CA-LUGAR(CA-IDX)
               END-IF
               SET CA-IDX UP BY 1
           END-PERFORM.

           PERFORM ASSIGN-INVIGILATORS-PROCEDURE.


      *    um vigilante por cada 20 alunos, o professor com menos
      *    vigilancias que nao ensine o curso nem esteja ja noutra
      *    sala a mesma hora:
       ASSIGN-INVIGILATORS-PROCEDURE.
           COMPUTE WS-VIG-NEEDED = (WS-RS-N(RS-IDX)
               + WS-ALUNOS-POR-VIG - 1) / WS-ALUNOS-POR-VIG.
           IF WS-VIG-NEEDED > 3
               MOVE 3 TO WS-VIG-NEEDED
           END-IF.
           MOVE ZERO TO WS-RS-N-VIG(RS-IDX).
           MOVE SPACES TO WS-RS-VIG(RS-IDX, 1) WS-RS-VIG(RS-IDX, 2)
               WS-RS-VIG(RS-IDX, 3).
           PERFORM WS-VIG-NEEDED TIMES
               PERFORM PICK-INVIGILATOR-PROCEDURE
               IF WS-SF-BEST = ZERO
                   ADD 1 TO WS-N-SHORT-VIG
               ELSE
                   ADD 1 TO WS-RS-N-VIG(RS-IDX)
                   MOVE WS-SF-NOME(WS-SF-BEST)
                       TO WS-RS-VIG(RS-IDX, WS-RS-N-VIG(RS-IDX))
                   ADD 1 TO WS-SF-TURNOS(WS-SF-BEST)
               END-IF
           END-PERFORM.


       PICK-INVIGILATOR-PROCEDURE.
           MOVE ZERO TO WS-SF-BEST.
           PERFORM VARYING SF-IDX FROM 1 BY 1
               UNTIL SF-IDX > WS-STF-COUNT
               PERFORM CHECK-INVIGILATOR-PROCEDURE
               IF WS-SF-OK = "Y"
                   IF WS-SF-BEST = ZERO
                       SET WS-SF-BEST TO SF-IDX
                   ELSE
                       IF WS-SF-TURNOS(SF-IDX)
                           < WS-SF-TURNOS(WS-SF-BEST)
                           SET WS-SF-BEST TO SF-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


       CHECK-INVIGILATOR-PROCEDURE.
           MOVE "Y" TO WS-SF-OK.
           PERFORM VARYING AS-IDX FROM 1 BY 1
               UNTIL AS-IDX > WS-ASG-COUNT
               IF WS-AS-PROFESSOR(AS-IDX) = WS-SF-NOME(SF-IDX)
                   AND WS-AS-CURSO(AS-IDX) = WS-RS-CURSO(RS-IDX)
                   MOVE "N" TO WS-SF-OK
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           PERFORM VARYING RS-IDX2 FROM 1 BY 1
               UNTIL RS-IDX2 > WS-RS-COUNT
               IF WS-RS-DATA(RS-IDX2) = WS-RS-DATA(RS-IDX)
                   AND WS-RS-TURNO(RS-IDX2) = WS-RS-TURNO(RS-IDX)
                   PERFORM VARYING WS-VIG-I FROM 1 BY 1
                       UNTIL WS-VIG-I > WS-RS-N-VIG(RS-IDX2)
                       IF WS-RS-VIG(RS-IDX2, WS-VIG-I)
                           = WS-SF-NOME(SF-IDX)
                           MOVE "N" TO WS-SF-OK
                           EXIT PARAGRAPH
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.


       FORMAT-SLOT-PROCEDURE.
           MOVE SPACES TO WS-PRT-DATE-TEXT.
           STRING WS-PRT-DD "/" WS-PRT-MM "/" WS-PRT-YYYY
               DELIMITED BY SIZE INTO WS-PRT-DATE-TEXT.
           IF WS-HORA-TEXT = "M"
               MOVE "09:30" TO WS-HORA-TEXT
           ELSE
               MOVE "14:30" TO WS-HORA-TEXT
           END-IF.


       PRINT-ROOM-SHEET-PROCEDURE.
           MOVE WS-RS-DATA(RS-IDX) TO WS-PRT-DATE.
           MOVE WS-RS-TURNO(RS-IDX) TO WS-HORA-TEXT.
           PERFORM FORMAT-SLOT-PROCEDURE.
           IF WS-RS-CHAMADA(RS-IDX) = 1
               MOVE "EXAME 1A CHAM." TO WS-CHAMADA-TEXT
           ELSE
               MOVE "EXAME 2A CHAM." TO WS-CHAMADA-TEXT
           END-IF.
           MOVE WS-RS-CURSO(RS-IDX) TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.

           MOVE ALL "=" TO ROOM-SHEET-LINE.
           WRITE ROOM-SHEET-LINE.
           MOVE SPACES TO ROOM-SHEET-LINE.
           STRING "FOLHA DE SALA - " WS-CHAMADA-TEXT "  "
               WS-RS-CURSO(RS-IDX) " " WS-CRS-CURSO
               DELIMITED BY SIZE INTO ROOM-SHEET-LINE.
           WRITE ROOM-SHEET-LINE.
           MOVE WS-RS-N(RS-IDX) TO M-N.
           MOVE SPACES TO ROOM-SHEET-LINE.
           STRING "Sala " WS-RS-SALA(RS-IDX) "  dia "
               WS-PRT-DATE-TEXT " as " WS-HORA-TEXT "  -  " M-N
               " alunos"
               DELIMITED BY SIZE INTO ROOM-SHEET-LINE.
           WRITE ROOM-SHEET-LINE.
           MOVE SPACES TO WS-VIG-TEXT.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-VIG-I FROM 1 BY 1
               UNTIL WS-VIG-I > WS-RS-N-VIG(RS-IDX)
               IF WS-VIG-I > 1
                   STRING "; " DELIMITED BY SIZE
                       INTO WS-VIG-TEXT WITH POINTER WS-PTR
               END-IF
               STRING WS-RS-VIG(RS-IDX, WS-VIG-I) DELIMITED BY "  "
                   INTO WS-VIG-TEXT WITH POINTER WS-PTR
           END-PERFORM.
           IF WS-RS-N-VIG(RS-IDX) = ZERO
               MOVE "*** SEM VIGILANTE ***" TO WS-VIG-TEXT
           END-IF.
           MOVE SPACES TO ROOM-SHEET-LINE.
           STRING "Vigilantes: " WS-VIG-TEXT
               DELIMITED BY SIZE INTO ROOM-SHEET-LINE.
           WRITE ROOM-SHEET-LINE.
           MOVE SPACES TO ROOM-SHEET-LINE.
           WRITE ROOM-SHEET-LINE.
           MOVE SPACES TO ROOM-SHEET-LINE.
           STRING "  Lugar Aluno Nome                 Assinatura"
               DELIMITED BY SIZE INTO ROOM-SHEET-LINE.
           WRITE ROOM-SHEET-LINE.
           PERFORM VARYING CA-IDX FROM 1 BY 1
               UNTIL CA-IDX > WS-CAN-COUNT
               IF WS-CA-RS(CA-IDX) = RS-IDX
                   MOVE WS-CA-LUGAR(CA-IDX) TO M-LUGAR
                   MOVE SPACES TO ROOM-SHEET-LINE
                   STRING "  " M-LUGAR "   " WS-CA-NUMERO(CA-IDX) " "
                       WS-CA-NOME(CA-IDX) " ______________________"
                       DELIMITED BY SIZE INTO ROOM-SHEET-LINE
                   WRITE ROOM-SHEET-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO ROOM-SHEET-LINE.
           WRITE ROOM-SHEET-LINE.


      *    uma convocatoria por aluno com todos os seus exames:
       PRINT-CONVOCATION-PROCEDURE.
           ADD 1 TO WS-N-CONVOC.
           MOVE ALL "-" TO CONVOCATION-LINE.
           WRITE CONVOCATION-LINE.
           MOVE SPACES TO CONVOCATION-LINE.
           STRING "CONVOCATORIA PARA EXAME - aluno "
               WS-CA-NUMERO(CA-IDX) " " WS-CA-NOME(CA-IDX)
               DELIMITED BY SIZE INTO CONVOCATION-LINE.
           WRITE CONVOCATION-LINE.
           MOVE SPACES TO CONVOCATION-LINE.
           STRING "  Chamada        Curso    Designacao           "
               "Data       Hora  Sala   Lugar"
               DELIMITED BY SIZE INTO CONVOCATION-LINE.
           WRITE CONVOCATION-LINE.
           PERFORM VARYING CA-IDX2 FROM CA-IDX BY 1
               UNTIL CA-IDX2 > WS-CAN-COUNT
               IF WS-CA-NUMERO(CA-IDX2) = WS-CA-NUMERO(CA-IDX)
                   AND WS-CA-CHAMADA(CA-IDX2) NOT = 9
                   PERFORM PRINT-CONVOCATION-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE SPACES TO CONVOCATION-LINE.
           STRING "  A 2a chamada so se realiza para quem nao obtiver "
               "aprovacao na 1a."
               DELIMITED BY SIZE INTO CONVOCATION-LINE.
           WRITE CONVOCATION-LINE.


       PRINT-CONVOCATION-LINE-PROCEDURE.
           MOVE "Y" TO WS-CA-DONE(CA-IDX2).
           IF WS-CA-CHAMADA(CA-IDX2) = 1
               MOVE "1a chamada" TO WS-CHAMADA-TEXT
           ELSE
               MOVE "2a chamada" TO WS-CHAMADA-TEXT
           END-IF.
           MOVE WS-CA-CURSO(CA-IDX2) TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           MOVE SPACES TO CONVOCATION-LINE.
           IF WS-CA-RS(CA-IDX2) = ZERO
               STRING "  " WS-CHAMADA-TEXT " " WS-CA-CURSO(CA-IDX2)
                   " " WS-CRS-CURSO " POR MARCAR"
                   DELIMITED BY SIZE INTO CONVOCATION-LINE
           ELSE
               SET RS-IDX TO WS-CA-RS(CA-IDX2)
               MOVE WS-RS-DATA(RS-IDX) TO WS-PRT-DATE
               MOVE WS-RS-TURNO(RS-IDX) TO WS-HORA-TEXT
               PERFORM FORMAT-SLOT-PROCEDURE
               MOVE WS-CA-LUGAR(CA-IDX2) TO M-LUGAR
               STRING "  " WS-CHAMADA-TEXT " " WS-CA-CURSO(CA-IDX2)
                   " " WS-CRS-CURSO " " WS-PRT-DATE-TEXT " "
                   WS-HORA-TEXT " " WS-RS-SALA(RS-IDX) " " M-LUGAR
                   DELIMITED BY SIZE INTO CONVOCATION-LINE
           END-IF.
           WRITE CONVOCATION-LINE.


       SHOW-SUMMARY-PROCEDURE.
           DISPLAY "Sessao do NOTAS: " WS-NOTAS-DATE.
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXM-COUNT
               MOVE WS-EX-N(EX-IDX) TO M-N
               IF WS-EX-DATA(EX-IDX) = ZERO
                   DISPLAY "  " WS-EX-CHAMADA(EX-IDX) "a chamada "
                       WS-EX-CURSO(EX-IDX) M-N " candidatos  "
                       "POR MARCAR"
               ELSE
                   DISPLAY "  " WS-EX-CHAMADA(EX-IDX) "a chamada "
                       WS-EX-CURSO(EX-IDX) M-N " candidatos  "
                       WS-EX-DATA(EX-IDX) " " WS-EX-TURNO(EX-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "Exames marcados: " WS-N-PLACED "  por marcar: "
               WS-N-UNPLACED "  salas/sessoes: " WS-RS-COUNT.
           IF WS-N-SHORT-VIG > ZERO
               DISPLAY "AVISO: faltam " WS-N-SHORT-VIG " vigilantes "
                   "(ver folhas de sala)."
           END-IF.
           DISPLAY WS-N-CONVOC " convocatorias em " WS-CONVOC-PATH.
           DISPLAY "Folhas de sala em " WS-SHEET-PATH.


       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".

       COPY "DATEVALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM EXAM-PLANNER.
