       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-MAINT.
      *=================================================================
      * Purpose: Maintain the weekly class timetable: per turma and
      *          course the weekday, start time, length, room and
      *          teacher of each planned class. A class that would put
      *          the same teacher, room or turma in two places in the
      *          same slot is refused. TEACHER-HOURS reads the
      *          timetable to set planned hours against the sessions
      *          actually held in the attendance register.
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
           COPY "TTBLSEL.cpy".
           COPY "CRSCSEL.cpy".
           COPY "OPERSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TTBLFD.cpy".
           COPY "CRSCFD.cpy".
           COPY "OPERFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "TTBLWS.cpy".
           COPY "CRSCWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-TURMA   PIC X(8).
       01  WS-SEL-DIA     PIC 9.
       01  WS-SEL-HORA    PIC 9(4).
       01  WS-SEL-TEXT    PIC X(20).
       01  WS-FOUND       PIC X.
       01  WS-N-LISTED    PIC 9(3).
       01  WS-N-CLASHES   PIC 9(3).
       01  WS-IN-TEXT     PIC X(20).
       01  WS-IN-NUM      PIC 9(4).
       01  WS-MIN-FIM     PIC 9(4).

      * a aula em edicao so passa para a tabela depois de validada:
       01  WS-NEW-CLASS.
           05 WS-NEW-TURMA     PIC X(8).
           05 WS-NEW-CURSO     PIC X(8).
           05 WS-NEW-DIA       PIC 9.
           05 WS-NEW-HORA      PIC 9(4).
           05 WS-NEW-DURACAO   PIC 9(3).
           05 WS-NEW-SALA      PIC X(6).
           05 WS-NEW-PROFESSOR PIC X(20).

       01  WS-HORA-ED.
           05 WS-HORA-ED-HH   PIC 99.
           05 FILLER          PIC X VALUE ":".
           05 WS-HORA-ED-MM   PIC 99.

       01  WS-DIA-NOMES.
           05 FILLER PIC X(7) VALUE "SEGUNDA".
           05 FILLER PIC X(7) VALUE "TERCA".
           05 FILLER PIC X(7) VALUE "QUARTA".
           05 FILLER PIC X(7) VALUE "QUINTA".
           05 FILLER PIC X(7) VALUE "SEXTA".
           05 FILLER PIC X(7) VALUE "SABADO".
       01  WS-DIA-TABLE REDEFINES WS-DIA-NOMES.
           05 WS-DIA-NOME PIC X(7) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-TTBL-PATH-PROCEDURE.
           PERFORM LOAD-TIMETABLE-PROCEDURE.
           IF WS-TTBL-OVERFLOW = "Y"
               DISPLAY "ERRO: timetable com mais linhas do que a "
                   "tabela (300) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-TIMETABLE-PROCEDURE
                   WHEN "2" PERFORM EDIT-CLASS-PROCEDURE
                   WHEN "3" PERFORM REMOVE-CLASS-PROCEDURE
                   WHEN "4" PERFORM CHECK-ALL-CLASHES-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-TTBL-DIRTY = "Y"
               PERFORM SAVE-TIMETABLE-PROCEDURE
               DISPLAY "Horario gravado em " WS-TTBL-PATH "."
           END-IF.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- HORARIO SEMANAL -----".
           DISPLAY "1 - Listar aulas (turma, professor ou sala)".
           DISPLAY "2 - Criar/alterar aula".
           DISPLAY "3 - Retirar aula".
           DISPLAY "4 - Verificar choques no horario".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    o texto e comparado com a turma, o professor e a sala;
      *    em branco lista o horario inteiro:
       LIST-TIMETABLE-PROCEDURE.
           DISPLAY "Turma, professor ou sala (ENTER = todas): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-TEXT.
           MOVE ZERO TO WS-N-LISTED.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TTBL-COUNT
               IF WS-SEL-TEXT = SPACES
                   OR WS-TT-TURMA(TT-IDX) = WS-SEL-TEXT
                   OR WS-TT-PROFESSOR(TT-IDX) = WS-SEL-TEXT
                   OR WS-TT-SALA(TT-IDX) = WS-SEL-TEXT
                   ADD 1 TO WS-N-LISTED
                   SET TT-IDX2 TO TT-IDX
                   PERFORM SHOW-CLASS-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-N-LISTED = ZERO
               DISPLAY "Nao ha aulas registadas."
           END-IF.


      *    uma linha do horario (a de TT-IDX2):
       SHOW-CLASS-PROCEDURE.
           MOVE WS-TT-HORA(TT-IDX2) TO WS-IN-NUM.
           DIVIDE WS-IN-NUM BY 100 GIVING WS-HORA-ED-HH
               REMAINDER WS-HORA-ED-MM.
           IF WS-TT-DIA(TT-IDX2) >= 1 AND WS-TT-DIA(TT-IDX2) <= 6
               DISPLAY WS-TT-TURMA(TT-IDX2) " "
                   WS-TT-CURSO(TT-IDX2) " "
                   WS-DIA-NOME(WS-TT-DIA(TT-IDX2)) " "
                   WS-HORA-ED " " WS-TT-DURACAO(TT-IDX2) "min "
                   WS-TT-SALA(TT-IDX2) " " WS-TT-PROFESSOR(TT-IDX2)
           ELSE
               DISPLAY WS-TT-TURMA(TT-IDX2) " "
                   WS-TT-CURSO(TT-IDX2) " DIA "
                   WS-TT-DIA(TT-IDX2) "?  "
                   WS-HORA-ED " " WS-TT-DURACAO(TT-IDX2) "min "
                   WS-TT-SALA(TT-IDX2) " " WS-TT-PROFESSOR(TT-IDX2)
           END-IF.


      *    uma aula e identificada pela turma, o dia e a hora de
      *    inicio:
       FIND-CLASS-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TTBL-COUNT
               IF WS-TT-TURMA(TT-IDX) = WS-SEL-TURMA
                   AND WS-TT-DIA(TT-IDX) = WS-SEL-DIA
                   AND WS-TT-HORA(TT-IDX) = WS-SEL-HORA
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       ACCEPT-CLASS-KEY-PROCEDURE.
           DISPLAY "Turma: " WITH NO ADVANCING.
           ACCEPT WS-SEL-TURMA.
           DISPLAY "Dia (1=segunda ... 6=sabado): " WITH NO ADVANCING.
           ACCEPT WS-SEL-DIA.
           DISPLAY "Hora de inicio (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-HORA.


      *    uma aula ja existente e alterada no sitio (ENTER mantem
      *    cada campo); uma nova e acrescentada. Em ambos os casos a
      *    aula so e registada se nao chocar com outra:
       EDIT-CLASS-PROCEDURE.
           PERFORM ACCEPT-CLASS-KEY-PROCEDURE.
           IF WS-SEL-TURMA = SPACES
               DISPLAY "Turma em falta -- nada alterado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEL-DIA < 1 OR WS-SEL-DIA > 6
               DISPLAY "Dia invalido -- nada alterado."
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-SEL-HORA BY 100 GIVING WS-TT-HH
               REMAINDER WS-TT-MM.
           IF WS-TT-HH > 23 OR WS-TT-MM > 59
               DISPLAY "Hora invalida -- nada alterado."
               EXIT PARAGRAPH
           END-IF.

           PERFORM FIND-CLASS-PROCEDURE.
           IF WS-FOUND = "N"
               IF WS-TTBL-COUNT >= 300
                   DISPLAY "Tabela do horario cheia (maximo 300)."
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-NEW-CLASS
               MOVE WS-SEL-TURMA TO WS-NEW-TURMA
               MOVE WS-SEL-DIA TO WS-NEW-DIA
               MOVE WS-SEL-HORA TO WS-NEW-HORA
               MOVE ZERO TO WS-NEW-DURACAO
               MOVE ZERO TO WS-TT-CHK-SKIP
           ELSE
               MOVE WS-TTBL-ENTRY(TT-IDX) TO WS-NEW-CLASS
               SET WS-TT-CHK-SKIP TO TT-IDX
               DISPLAY "Aula existente -- ENTER mantem cada campo."
           END-IF.

           DISPLAY "Disciplina [" WS-NEW-CURSO "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-NEW-CURSO
           END-IF.
           DISPLAY "Duracao em minutos [" WS-NEW-DURACAO "]: "
               WITH NO ADVANCING.
           MOVE ZERO TO WS-IN-NUM.
           ACCEPT WS-IN-NUM.
           IF WS-IN-NUM NOT = ZERO
               MOVE WS-IN-NUM TO WS-NEW-DURACAO
           END-IF.
           DISPLAY "Sala [" WS-NEW-SALA "]: " WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-NEW-SALA
           END-IF.
           DISPLAY "Professor [" WS-NEW-PROFESSOR "]: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-TEXT.
           IF WS-IN-TEXT NOT = SPACES
               MOVE WS-IN-TEXT TO WS-NEW-PROFESSOR
           END-IF.

           IF WS-NEW-CURSO = SPACES OR WS-NEW-SALA = SPACES
               OR WS-NEW-PROFESSOR = SPACES
               DISPLAY "RECUSADO: disciplina, sala e professor sao "
                   "obrigatorios."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MIN-FIM = WS-TT-HH * 60 + WS-TT-MM
               + WS-NEW-DURACAO.
           IF WS-NEW-DURACAO = ZERO OR WS-MIN-FIM > 1440
               DISPLAY "RECUSADO: duracao invalida (a aula tem de "
                   "acabar no proprio dia)."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-TURMA     TO WS-TT-CHK-TURMA.
           MOVE WS-NEW-DIA       TO WS-TT-CHK-DIA.
           MOVE WS-NEW-HORA      TO WS-TT-CHK-HORA.
           MOVE WS-NEW-DURACAO   TO WS-TT-CHK-DURACAO.
           MOVE WS-NEW-SALA      TO WS-TT-CHK-SALA.
           MOVE WS-NEW-PROFESSOR TO WS-TT-CHK-PROFESSOR.
           PERFORM CHECK-TIMETABLE-CLASH-PROCEDURE.
           IF WS-TT-CLASH = "Y"
               DISPLAY "RECUSADO: choque de "
                   FUNCTION TRIM(WS-TT-CLASH-MOTIVO) " com a aula:"
               PERFORM SHOW-CLASS-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NEW-CURSO TO WS-CRS-LOOKUP-CODIGO.
           PERFORM LOOKUP-COURSE-PROCEDURE.
           IF WS-CRS-FOUND = "N"
               DISPLAY "AVISO: disciplina " WS-NEW-CURSO
                   " nao consta do course-catalog."
           END-IF.

           IF WS-FOUND = "N"
               ADD 1 TO WS-TTBL-COUNT
               SET TT-IDX TO WS-TTBL-COUNT
           END-IF.
           MOVE WS-NEW-CLASS TO WS-TTBL-ENTRY(TT-IDX).
           MOVE "Y" TO WS-TTBL-DIRTY.
           DISPLAY "Aula registada.".


      *    a ultima linha passa para o lugar da retirada:
       REMOVE-CLASS-PROCEDURE.
           PERFORM ACCEPT-CLASS-KEY-PROCEDURE.
           PERFORM FIND-CLASS-PROCEDURE.
           IF WS-FOUND = "N"
               DISPLAY "Nao existe essa aula."
               EXIT PARAGRAPH
           END-IF.
           IF TT-IDX < WS-TTBL-COUNT
               MOVE WS-TTBL-ENTRY(WS-TTBL-COUNT)
                   TO WS-TTBL-ENTRY(TT-IDX)
           END-IF.
           SUBTRACT 1 FROM WS-TTBL-COUNT.
           MOVE "Y" TO WS-TTBL-DIRTY.
           DISPLAY "Aula retirada.".


      *    o ficheiro pode ter sido editado a mao: cada aula e
      *    comparada so com as linhas seguintes, para cada par em
      *    choque ser mostrado uma vez:
       CHECK-ALL-CLASHES-PROCEDURE.
           MOVE ZERO TO WS-N-CLASHES.
           PERFORM VARYING TT-IDX FROM 1 BY 1
               UNTIL TT-IDX > WS-TTBL-COUNT
               MOVE WS-TT-TURMA(TT-IDX)     TO WS-TT-CHK-TURMA
               MOVE WS-TT-DIA(TT-IDX)       TO WS-TT-CHK-DIA
               MOVE WS-TT-HORA(TT-IDX)      TO WS-TT-CHK-HORA
               MOVE WS-TT-DURACAO(TT-IDX)   TO WS-TT-CHK-DURACAO
               MOVE WS-TT-SALA(TT-IDX)      TO WS-TT-CHK-SALA
               MOVE WS-TT-PROFESSOR(TT-IDX) TO WS-TT-CHK-PROFESSOR
               SET WS-TT-CHK-SKIP TO TT-IDX
               SET WS-TT-CHK-FROM TO TT-IDX
               ADD 1 TO WS-TT-CHK-FROM
               MOVE "Y" TO WS-TT-CLASH
               PERFORM UNTIL WS-TT-CLASH = "N"
                   PERFORM CHECK-TIMETABLE-CLASH-PROCEDURE
                   IF WS-TT-CLASH = "Y"
                       PERFORM SHOW-CLASH-PAIR-PROCEDURE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 1 TO WS-TT-CHK-FROM.
           IF WS-N-CLASHES = ZERO
               DISPLAY "Nenhum choque no horario."
           ELSE
               DISPLAY WS-N-CLASHES " choque(s) a corrigir."
           END-IF.


      *    mostra o par e retoma a procura depois da linha TT-IDX2:
       SHOW-CLASH-PAIR-PROCEDURE.
           ADD 1 TO WS-N-CLASHES.
           DISPLAY "CHOQUE de " FUNCTION TRIM(WS-TT-CLASH-MOTIVO) ":".
           SET WS-TT-CHK-FROM TO TT-IDX2.
           ADD 1 TO WS-TT-CHK-FROM.
           SET TT-IDX2 TO TT-IDX.
           PERFORM SHOW-CLASS-PROCEDURE.
           SET TT-IDX2 TO WS-TT-CHK-FROM.
           SET TT-IDX2 DOWN BY 1.
           PERFORM SHOW-CLASS-PROCEDURE.


       COPY "TTBLP.cpy".

       COPY "CRSCP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM TIMETABLE-MAINT.
