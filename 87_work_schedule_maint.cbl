       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORK-SCHEDULE-MAINT.
      *=================================================================
      * Purpose: Maintain the planned work schedule per employee:
      *          start and end time for each weekday worked, held in
      *          the shared WORK-SCHEDULE-FILE so LATENESS-REPORT can
      *          compare each day's punches in MONEY-IN against the
      *          plan. Same line-mode list/set/remove menu style as
      *          LEAVE-MAINT, with the same FOLHA-only sign-on.
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
           COPY "WSCHSEL.cpy".

      *    o funcionario tem de existir no master:
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

           COPY "OPERSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "WSCHFD.cpy".

           COPY "EMPLMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "OPERFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "WSCHWS.cpy".

           COPY "EMPLMWS.cpy".

           COPY "RJRNWS.cpy".

           COPY "OPERWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-WEEKDAY PIC 9.
       01  WS-N-SHOWN     PIC 9(3).
       01  WS-N-REMOVED   PIC 9(3).

       01  WS-TIME-IN   PIC 9(4).
       01  WS-TIME-PARTS REDEFINES WS-TIME-IN.
           05 WS-TIME-HH PIC 99.
           05 WS-TIME-MM PIC 99.
       01  WS-TIME-OK   PIC X.
       01  WS-START-HH  PIC 99.
       01  WS-START-MM  PIC 99.

       01  WS-WEEKDAY-NAMES.
           05 FILLER PIC X(3) VALUE "SEG".
           05 FILLER PIC X(3) VALUE "TER".
           05 FILLER PIC X(3) VALUE "QUA".
           05 FILLER PIC X(3) VALUE "QUI".
           05 FILLER PIC X(3) VALUE "SEX".
           05 FILLER PIC X(3) VALUE "SAB".
           05 FILLER PIC X(3) VALUE "DOM".
       01  WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    o horario e a referencia contra a qual se apontam atrasos
      *    e faltas: so o perfil FOLHA o pode alterar:
           IF WS-OPERATOR-ROLE NOT = SPACES
               AND WS-OPERATOR-ROLE NOT = "FOLHA"
               DISPLAY "ACESSO RECUSADO: o perfil '"
                   WS-OPERATOR-ROLE "' nao pode usar esta "
                   "manutencao."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-WSCH-PATH-PROCEDURE.
           PERFORM LOAD-WORK-SCHEDULE-PROCEDURE.
           IF WS-WSCH-OVERFLOW = "Y"
               DISPLAY "ERRO: work-schedules com mais linhas do que a "
                   "tabela (350) -- manutencao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "4"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-SCHEDULE-PROCEDURE
                   WHEN "2" PERFORM SET-SCHEDULE-DAY-PROCEDURE
                   WHEN "3" PERFORM REMOVE-SCHEDULE-DAY-PROCEDURE
                   WHEN "4" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-WSCH-DIRTY = "Y"
               PERFORM SAVE-WORK-SCHEDULE-PROCEDURE
               DISPLAY "Horarios gravados em " WS-WSCH-PATH "."
           END-IF.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- MANUTENCAO DE HORARIOS DE TRABALHO -----".
           DISPLAY "1 - Listar horario de um funcionario".
           DISPLAY "2 - Definir dia da semana".
           DISPLAY "3 - Retirar dia da semana (folga)".
           DISPLAY "4 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-SCHEDULE-PROCEDURE.
           DISPLAY "Numero de funcionario (5 digitos): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           MOVE ZERO TO WS-N-SHOWN.
           PERFORM VARYING WS-SEL-WEEKDAY FROM 1 BY 1
               UNTIL WS-SEL-WEEKDAY > 7
               MOVE WS-SEL-NUMERO TO WS-SC-LOOKUP-NUMERO
               MOVE WS-SEL-WEEKDAY TO WS-SC-LOOKUP-WEEKDAY
               PERFORM LOOKUP-SCHEDULE-PROCEDURE
               IF WS-SC-FOUND = "Y"
                   DISPLAY WS-WEEKDAY-NAME(WS-SEL-WEEKDAY) " "
                       WS-SC-HH-INICIO(SC-IDX) ":"
                       WS-SC-MM-INICIO(SC-IDX) " - "
                       WS-SC-HH-FIM(SC-IDX) ":"
                       WS-SC-MM-FIM(SC-IDX)
                   ADD 1 TO WS-N-SHOWN
               ELSE
                   DISPLAY WS-WEEKDAY-NAME(WS-SEL-WEEKDAY) " folga"
               END-IF
           END-PERFORM.
           IF WS-N-SHOWN = ZERO
               DISPLAY "Funcionario sem horario definido."
           END-IF.


      *    Define (ou substitui) o horario de um dia da semana. O
      *    funcionario tem de existir no master.
       SET-SCHEDULE-DAY-PROCEDURE.
           DISPLAY "Numero de funcionario (5 digitos): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           MOVE WS-SEL-NUMERO TO WS-EMP-LOOKUP-NUMERO.
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           IF WS-EMP-FOUND = "N"
               DISPLAY "REJEITADO: funcionario inexistente no master."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Dia da semana (1=SEG ... 7=DOM): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-WEEKDAY.
           IF WS-SEL-WEEKDAY < 1 OR WS-SEL-WEEKDAY > 7
               DISPLAY "REJEITADO: dia da semana invalido."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Hora de inicio (HHMM): " WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-TIME-PROCEDURE.
           MOVE WS-TIME-HH TO WS-START-HH.
           MOVE WS-TIME-MM TO WS-START-MM.
           DISPLAY "Hora de fim (HHMM): " WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-TIME-PROCEDURE.
           IF WS-TIME-IN NOT > WS-START-HH * 100 + WS-START-MM
               DISPLAY "REJEITADO: fim nao posterior ao inicio."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SEL-NUMERO TO WS-SC-LOOKUP-NUMERO.
           MOVE WS-SEL-WEEKDAY TO WS-SC-LOOKUP-WEEKDAY.
           PERFORM LOOKUP-SCHEDULE-PROCEDURE.
           IF WS-SC-FOUND = "N"
               IF WS-WSCH-COUNT >= 350
                   DISPLAY "Tabela de horarios cheia (maximo de 350)."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WSCH-COUNT
               SET SC-IDX TO WS-WSCH-COUNT
               MOVE WS-SEL-NUMERO TO WS-SC-NUMERO(SC-IDX)
               MOVE WS-SEL-WEEKDAY TO WS-SC-WEEKDAY(SC-IDX)
           END-IF.
           MOVE WS-START-HH TO WS-SC-HH-INICIO(SC-IDX).
           MOVE WS-START-MM TO WS-SC-MM-INICIO(SC-IDX).
           MOVE WS-TIME-HH TO WS-SC-HH-FIM(SC-IDX).
           MOVE WS-TIME-MM TO WS-SC-MM-FIM(SC-IDX).
           MOVE "Y" TO WS-WSCH-DIRTY.
           DISPLAY "Horario definido: " WS-SEL-NUMERO " "
               WS-WEEKDAY-NAME(WS-SEL-WEEKDAY) " (" WS-EMP-NOME ")".


       REMOVE-SCHEDULE-DAY-PROCEDURE.
           DISPLAY "Numero de funcionario (5 digitos): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.
           DISPLAY "Dia da semana (1=SEG ... 7=DOM, 0=todos): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-WEEKDAY.
           MOVE ZERO TO WS-N-REMOVED.
           SET SC-IDX TO 1.
           PERFORM UNTIL SC-IDX > WS-WSCH-COUNT
               IF WS-SC-NUMERO(SC-IDX) = WS-SEL-NUMERO
                   AND (WS-SEL-WEEKDAY = ZERO
                       OR WS-SC-WEEKDAY(SC-IDX) = WS-SEL-WEEKDAY)
                   PERFORM DROP-SCHEDULE-ROW-PROCEDURE
                   ADD 1 TO WS-N-REMOVED
               ELSE
                   SET SC-IDX UP BY 1
               END-IF
           END-PERFORM.
           IF WS-N-REMOVED = ZERO
               DISPLAY "Nada a retirar."
           ELSE
               MOVE "Y" TO WS-WSCH-DIRTY
               DISPLAY "Dias retirados: " WS-N-REMOVED
           END-IF.


      *    retira a linha SC-IDX, puxando as seguintes uma posicao:
       DROP-SCHEDULE-ROW-PROCEDURE.
           PERFORM VARYING SC-IDX FROM SC-IDX BY 1
               UNTIL SC-IDX >= WS-WSCH-COUNT
               MOVE WS-WSCH-ENTRY(SC-IDX + 1) TO WS-WSCH-ENTRY(SC-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-WSCH-COUNT.
           SET SC-IDX TO 1.


       ACCEPT-VALID-TIME-PROCEDURE.
           MOVE "N" TO WS-TIME-OK.
           PERFORM UNTIL WS-TIME-OK = "Y"
               ACCEPT WS-TIME-IN
               IF WS-TIME-HH < 24 AND WS-TIME-MM < 60
                   MOVE "Y" TO WS-TIME-OK
               ELSE
                   DISPLAY "Hora invalida -- tente de novo (HHMM): "
                       WITH NO ADVANCING
               END-IF
           END-PERFORM.


       COPY "WSCHP.cpy".

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM WORK-SCHEDULE-MAINT.
