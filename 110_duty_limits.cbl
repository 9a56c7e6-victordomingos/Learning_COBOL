       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUTY-LIMITS.
      *=================================================================
      * Purpose: Flight time limits check of the pilot logbook. For
      *          every pilot, the block hours flown in any rolling
      *          window of 7, 28 and 365 days (the window ending on
      *          each day the pilot flew) are compared against the
      *          configured maximum, and the rest between the end of
      *          one flight and the start of the next against the
      *          minimum rest. Every pilot over a limit is reported
      *          with the worst window and each short rest, for the
      *          operations manager.
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
           COPY "PLOGSEL.cpy".
           COPY "CREWSEL.cpy".

           SELECT DUTY-REPORT-FILE
           ASSIGN TO DYNAMIC WS-DUTY-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "PLOGFD.cpy".
           COPY "CREWFD.cpy".

       FD  DUTY-REPORT-FILE.
       01  DUTY-REPORT-LINE PIC X(90).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "PLOGWS.cpy".
           COPY "CREWWS.cpy".
           COPY "DATEVAL.cpy".

       01  WS-DUTY-PATH   PIC X(60) VALUE "..\duty-limits.txt".
       01  WS-ENV-VALUE   PIC X(60).
       01  WS-EOF         PIC X VALUE "N".

      * limites de horas de bloco por janela movel e descanso minimo
      * (horas) entre o fim de um voo e o inicio do seguinte:
       01  WS-MAX-7D      PIC 9(4)V99 VALUE 60.
       01  WS-MAX-28D     PIC 9(4)V99 VALUE 100.
       01  WS-MAX-365D    PIC 9(4)V99 VALUE 1000.
       01  WS-MIN-REST-H  PIC 99 VALUE 12.

      * linhas da caderneta por piloto e hora de inicio:
       01  WS-LOG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 3000 TIMES INDEXED BY LG-IDX.
               10 WS-LG-KEY.
                   15 WS-LG-CODIGO PIC X(6).
                   15 WS-LG-INICIO PIC X(14).
               10 WS-LG-FLIGHT    PIC X(10).
               10 WS-LG-DIA       PIC 9(7).
               10 WS-LG-INI-MIN   PIC 9(9).
               10 WS-LG-FIM-MIN   PIC 9(9).
               10 WS-LG-HORAS     PIC 9(3)V99.
       01  WS-LOG-OVERFLOW PIC X VALUE "N".
       01  WS-NEW-LOG.
           05 WS-NEW-KEY.
               10 WS-NEW-CODIGO PIC X(6).
               10 WS-NEW-INICIO PIC X(14).
           05 WS-NEW-FLIGHT    PIC X(10).
           05 WS-NEW-DIA       PIC 9(7).
           05 WS-NEW-INI-MIN   PIC 9(9).
           05 WS-NEW-FIM-MIN   PIC 9(9).
           05 WS-NEW-HORAS     PIC 9(3)V99.
       01  WS-INS-AT      PIC 9(4).
       01  WS-N-REJECTED  PIC 9(4) VALUE ZERO.

       01  WS-HORA-WORK   PIC 9(6).
       01  WS-HH          PIC 99.
       01  WS-MI          PIC 99.
       01  WS-SS          PIC 99.
       01  WS-DATA-WORK   PIC 9(8).
       01  WS-DIA-INT     PIC 9(7).

      * grupo do piloto corrente [primeira, ultima] linha:
       01  WS-G-FIRST     PIC 9(4).
       01  WS-G-LAST      PIC 9(4).
       01  WS-I           PIC 9(4).
       01  WS-J           PIC 9(4).
       01  WS-SUM-7       PIC 9(5)V99.
       01  WS-SUM-28      PIC 9(5)V99.
       01  WS-SUM-365     PIC 9(5)V99.
       01  WS-WORST-7     PIC 9(5)V99.
       01  WS-WORST-28    PIC 9(5)V99.
       01  WS-WORST-365   PIC 9(5)V99.
       01  WS-WORST-7-I   PIC 9(4).
       01  WS-WORST-28-I  PIC 9(4).
       01  WS-WORST-365-I PIC 9(4).
       01  WS-DAYS-BACK   PIC S9(7).
       01  WS-REST-MIN    PIC S9(9).
       01  WS-PILOT-HEAD  PIC X.

       01  WS-N-PILOTS    PIC 9(4) VALUE ZERO.
       01  WS-N-BREACH    PIC 9(4) VALUE ZERO.
       01  WS-N-SHORT-REST PIC 9(5) VALUE ZERO.

       01  M-HORAS        PIC ZZZZ9.99.
       01  M-LIMITE       PIC ZZZ9.99.
       01  M-REST-H       PIC -ZZ9.
       01  M-REST-M       PIC 99.
       01  M-JANELA       PIC ZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-CREW-PATH-PROCEDURE.
           PERFORM LOAD-CREW-PROCEDURE.
           PERFORM LOAD-LOGBOOK-PROCEDURE.
           IF WS-LOG-COUNT = ZERO
               DISPLAY "Caderneta dos pilotos vazia ou inexistente ("
                   WS-PLOG-PATH ")."
               STOP RUN
           END-IF.

           OPEN OUTPUT DUTY-REPORT-FILE.
           PERFORM PRINT-HEADER-PROCEDURE.

           MOVE 1 TO WS-G-FIRST.
           PERFORM UNTIL WS-G-FIRST > WS-LOG-COUNT
               MOVE WS-G-FIRST TO WS-G-LAST
               PERFORM UNTIL WS-G-LAST = WS-LOG-COUNT
                   OR WS-LG-CODIGO(WS-G-LAST + 1)
                       NOT = WS-LG-CODIGO(WS-G-FIRST)
                   ADD 1 TO WS-G-LAST
               END-PERFORM
               PERFORM CHECK-PILOT-PROCEDURE
               COMPUTE WS-G-FIRST = WS-G-LAST + 1
           END-PERFORM.

           MOVE SPACES TO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           STRING "Pilotos verificados: " WS-N-PILOTS
               "  acima de um limite: " WS-N-BREACH
               "  descansos curtos: " WS-N-SHORT-REST
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           CLOSE DUTY-REPORT-FILE.
           MOVE "DUTY-LIMITS" TO WS-SPL-PROGRAM.
           MOVE "LIMITES DE SERVICO DAS TRIPULACOES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-DUTY-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-LOG-OVERFLOW = "Y"
               DISPLAY "AVISO: caderneta maior do que a tabela (3000) "
                   "-- as restantes linhas NAO foram verificadas."
           END-IF.
           IF WS-N-REJECTED > ZERO
               DISPLAY "AVISO: " WS-N-REJECTED " linhas da caderneta "
                   "com data invalida ignoradas."
           END-IF.
           DISPLAY DUTY-REPORT-LINE.
           DISPLAY "Relatorio em " WS-DUTY-PATH.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-PLOG-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DUTY_LIMITS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DUTY-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DUTY_MAX_7D".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-MAX-7D
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DUTY_MAX_28D".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-MAX-28D
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DUTY_MAX_365D".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-MAX-365D
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "DUTY_MIN_REST_H".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-MIN-REST-H
           END-IF.


       PRINT-HEADER-PROCEDURE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           STRING "LIMITES DE TEMPO DE VOO -- CADERNETA DOS PILOTOS"
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           MOVE WS-MAX-7D TO M-LIMITE.
           STRING "Maximo  7 dias: " M-LIMITE " h"
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           MOVE WS-MAX-28D TO M-LIMITE.
           STRING "Maximo 28 dias: " M-LIMITE " h"
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           MOVE WS-MAX-365D TO M-LIMITE.
           STRING "Maximo 365 dias: " M-LIMITE " h"
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           STRING "Descanso minimo: " WS-MIN-REST-H " h"
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.


      *    cada linha da caderneta fica com o dia (inteiro do
      *    calendario) e os minutos absolutos de inicio e de fim;
      *    insercao ordenada por piloto e hora de inicio:
       LOAD-LOGBOOK-PROCEDURE.
           OPEN INPUT PILOT-LOGBOOK-FILE.
           IF WS-PLOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PILOT-LOGBOOK-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM STORE-LOG-LINE-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE PILOT-LOGBOOK-FILE.


       STORE-LOG-LINE-PROCEDURE.
           MOVE PL-INICIO-DATA TO WS-DATA-WORK.
           PERFORM CHECK-DATE-PROCEDURE.
           IF DV-VALID = "N"
               ADD 1 TO WS-N-REJECTED
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-FIM-DATA TO WS-DATA-WORK.
           PERFORM CHECK-DATE-PROCEDURE.
           IF DV-VALID = "N"
               ADD 1 TO WS-N-REJECTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LOG-COUNT >= 3000
               MOVE "Y" TO WS-LOG-OVERFLOW
               EXIT PARAGRAPH
           END-IF.

           MOVE PL-CODIGO TO WS-NEW-CODIGO.
           MOVE PL-INICIO TO WS-NEW-INICIO.
           MOVE PL-FLIGHT-ID TO WS-NEW-FLIGHT.
           MOVE PL-HORAS TO WS-NEW-HORAS.
           COMPUTE WS-NEW-DIA =
               FUNCTION INTEGER-OF-DATE(PL-INICIO-DATA).
           MOVE WS-NEW-DIA TO WS-DIA-INT.
           MOVE PL-INICIO-HORA TO WS-HORA-WORK.
           PERFORM SPLIT-TIME-PROCEDURE.
           COMPUTE WS-NEW-INI-MIN = WS-DIA-INT * 1440
               + WS-HH * 60 + WS-MI.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(PL-FIM-DATA).
           MOVE PL-FIM-HORA TO WS-HORA-WORK.
           PERFORM SPLIT-TIME-PROCEDURE.
           COMPUTE WS-NEW-FIM-MIN = WS-DIA-INT * 1440
               + WS-HH * 60 + WS-MI.

           COMPUTE WS-INS-AT = WS-LOG-COUNT + 1.
           PERFORM UNTIL WS-INS-AT = 1
               OR WS-LG-KEY(WS-INS-AT - 1) NOT > WS-NEW-KEY
               MOVE WS-LOG-ENTRY(WS-INS-AT - 1)
                   TO WS-LOG-ENTRY(WS-INS-AT)
               SUBTRACT 1 FROM WS-INS-AT
           END-PERFORM.
           MOVE WS-NEW-LOG TO WS-LOG-ENTRY(WS-INS-AT).
           ADD 1 TO WS-LOG-COUNT.


       CHECK-DATE-PROCEDURE.
           DIVIDE WS-DATA-WORK BY 10000 GIVING DV-YEAR
               REMAINDER WS-HORA-WORK.
           DIVIDE WS-HORA-WORK BY 100 GIVING DV-MONTH
               REMAINDER DV-DAY.
           PERFORM VALIDATE-DATE-PROCEDURE.


       SPLIT-TIME-PROCEDURE.
           DIVIDE WS-HORA-WORK BY 10000 GIVING WS-HH
               REMAINDER WS-HORA-WORK.
           DIVIDE WS-HORA-WORK BY 100 GIVING WS-MI
               REMAINDER WS-SS.


      *    janela movel a terminar no dia de cada voo: soma das horas
      *    dos voos do piloto com inicio nos N dias ate esse dia; a
      *    pior de cada janela vai para o relatorio quando passa do
      *    limite. Depois, descanso entre voos consecutivos:
       CHECK-PILOT-PROCEDURE.
           ADD 1 TO WS-N-PILOTS.
           MOVE "N" TO WS-PILOT-HEAD.
           MOVE ZERO TO WS-WORST-7 WS-WORST-28 WS-WORST-365.
           MOVE WS-G-FIRST TO WS-WORST-7-I WS-WORST-28-I
               WS-WORST-365-I.
           PERFORM VARYING WS-I FROM WS-G-FIRST BY 1
               UNTIL WS-I > WS-G-LAST
               MOVE ZERO TO WS-SUM-7 WS-SUM-28 WS-SUM-365
               PERFORM VARYING WS-J FROM WS-G-FIRST BY 1
                   UNTIL WS-J > WS-G-LAST
                   COMPUTE WS-DAYS-BACK =
                       WS-LG-DIA(WS-I) - WS-LG-DIA(WS-J)
                   IF WS-DAYS-BACK >= 0
                       IF WS-DAYS-BACK < 7
                           ADD WS-LG-HORAS(WS-J) TO WS-SUM-7
                       END-IF
                       IF WS-DAYS-BACK < 28
                           ADD WS-LG-HORAS(WS-J) TO WS-SUM-28
                       END-IF
                       IF WS-DAYS-BACK < 365
                           ADD WS-LG-HORAS(WS-J) TO WS-SUM-365
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SUM-7 > WS-WORST-7
                   MOVE WS-SUM-7 TO WS-WORST-7
                   MOVE WS-I TO WS-WORST-7-I
               END-IF
               IF WS-SUM-28 > WS-WORST-28
                   MOVE WS-SUM-28 TO WS-WORST-28
                   MOVE WS-I TO WS-WORST-28-I
               END-IF
               IF WS-SUM-365 > WS-WORST-365
                   MOVE WS-SUM-365 TO WS-WORST-365
                   MOVE WS-I TO WS-WORST-365-I
               END-IF
           END-PERFORM.

           IF WS-WORST-7 > WS-MAX-7D
               MOVE 7 TO M-JANELA
               MOVE WS-WORST-7 TO M-HORAS
               MOVE WS-MAX-7D TO M-LIMITE
               MOVE WS-WORST-7-I TO WS-I
               PERFORM REPORT-WINDOW-PROCEDURE
           END-IF.
           IF WS-WORST-28 > WS-MAX-28D
               MOVE 28 TO M-JANELA
               MOVE WS-WORST-28 TO M-HORAS
               MOVE WS-MAX-28D TO M-LIMITE
               MOVE WS-WORST-28-I TO WS-I
               PERFORM REPORT-WINDOW-PROCEDURE
           END-IF.
           IF WS-WORST-365 > WS-MAX-365D
               MOVE 365 TO M-JANELA
               MOVE WS-WORST-365 TO M-HORAS
               MOVE WS-MAX-365D TO M-LIMITE
               MOVE WS-WORST-365-I TO WS-I
               PERFORM REPORT-WINDOW-PROCEDURE
           END-IF.

           PERFORM VARYING WS-I FROM WS-G-FIRST BY 1
               UNTIL WS-I >= WS-G-LAST
               COMPUTE WS-J = WS-I + 1
               COMPUTE WS-REST-MIN =
                   WS-LG-INI-MIN(WS-J) - WS-LG-FIM-MIN(WS-I)
               IF WS-REST-MIN < WS-MIN-REST-H * 60
                   PERFORM REPORT-SHORT-REST-PROCEDURE
               END-IF
           END-PERFORM.

           IF WS-PILOT-HEAD = "Y"
               ADD 1 TO WS-N-BREACH
           END-IF.


      *    cabecalho do piloto na primeira ocorrencia:
       PILOT-HEADER-PROCEDURE.
           IF WS-PILOT-HEAD = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PILOT-HEAD.
           MOVE WS-LG-CODIGO(WS-G-FIRST) TO WS-CREW-LOOKUP-COD.
           PERFORM LOOKUP-CREW-PROCEDURE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           IF WS-CREW-FOUND = "Y"
               STRING "PILOTO " WS-LG-CODIGO(WS-G-FIRST) " "
                   WS-CW-NOME(CW-IDX) " licenca "
                   WS-CW-LICENCA(CW-IDX)
                   DELIMITED BY SIZE INTO DUTY-REPORT-LINE
           ELSE
               STRING "PILOTO " WS-LG-CODIGO(WS-G-FIRST)
                   " (nao registado no crew)"
                   DELIMITED BY SIZE INTO DUTY-REPORT-LINE
           END-IF.
           WRITE DUTY-REPORT-LINE.
           DISPLAY DUTY-REPORT-LINE.


       REPORT-WINDOW-PROCEDURE.
           PERFORM PILOT-HEADER-PROCEDURE.
           MOVE SPACES TO DUTY-REPORT-LINE.
           STRING "  *** " M-JANELA " dias ate "
               WS-LG-INICIO(WS-I)(1:8) ": " M-HORAS
               " h de bloco (limite " M-LIMITE " h) ***"
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           DISPLAY DUTY-REPORT-LINE.


       REPORT-SHORT-REST-PROCEDURE.
           PERFORM PILOT-HEADER-PROCEDURE.
           ADD 1 TO WS-N-SHORT-REST.
           DIVIDE WS-REST-MIN BY 60 GIVING M-REST-H
               REMAINDER WS-SS.
           IF WS-REST-MIN < ZERO
               MOVE ZERO TO M-REST-M
           ELSE
               MOVE WS-SS TO M-REST-M
           END-IF.
           MOVE SPACES TO DUTY-REPORT-LINE.
           STRING "  *** descanso " M-REST-H "h" M-REST-M
               " antes de " WS-LG-FLIGHT(WS-J) " (inicio "
               WS-LG-INICIO(WS-J) ", minimo " WS-MIN-REST-H " h) ***"
               DELIMITED BY SIZE INTO DUTY-REPORT-LINE.
           WRITE DUTY-REPORT-LINE.
           DISPLAY DUTY-REPORT-LINE.


       COPY "PLOGP.cpy".

       COPY "CREWP.cpy".

       COPY "DATEVALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM DUTY-LIMITS.
