       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSPECTION-DUE.
      *=================================================================
      * Purpose: Inspection due-list of the aircraft registry. For
      *          each aircraft, from its airframe hours (accumulated by
      *          REGISTO-DE-VOO from the flights assigned to it) and
      *          the hours/date of its last inspections, the hours left
      *          until the next 50-hour and 100-hour inspection and the
      *          days left until the next annual inspection (one year
      *          after the last one). Anything overdue is flagged
      *          VENCIDA; anything within the warning margins (hours or
      *          days) is flagged PROXIMA.
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
           COPY "ACFTSEL.cpy".

           SELECT DUE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-DUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "ACFTFD.cpy".

       FD  DUE-REPORT-FILE.
       01  DUE-REPORT-LINE PIC X(90).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "ACFTWS.cpy".

       01  WS-DUE-PATH    PIC X(60) VALUE "..\inspection-due.txt".
       01  WS-ENV-VALUE   PIC X(60).

      * margens de aviso (PROXIMA): horas e dias ate a inspecao:
       01  WS-WARN-HORAS  PIC 99 VALUE 10.
       01  WS-WARN-DIAS   PIC 99 VALUE 30.

       01  WS-TODAY       PIC 9(8).
       01  WS-ANUAL-DUE   PIC 9(8).
       01  WS-DUE-PARTS REDEFINES WS-ANUAL-DUE.
           05 WS-DUE-YYYY PIC 9(4).
           05 WS-DUE-MMDD PIC 9(4).

       01  WS-LEFT-50     PIC S9(5)V99.
       01  WS-LEFT-100    PIC S9(5)V99.
       01  WS-LEFT-DIAS   PIC S9(5).
       01  WS-ESTADO      PIC X(8).

       01  WS-N-AIRCRAFT  PIC 9(3) VALUE ZERO.
       01  WS-N-VENCIDA   PIC 9(3) VALUE ZERO.
       01  WS-N-PROXIMA   PIC 9(3) VALUE ZERO.

       01  M-HORAS        PIC ZZZZ9.99.
       01  M-LEFT-50      PIC -ZZZ9.99.
       01  M-LEFT-100     PIC -ZZZ9.99.
       01  M-LEFT-DIAS    PIC -ZZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-COUNT = ZERO
               DISPLAY "Registo de aeronaves vazio ou inexistente ("
                   WS-ACFT-PATH ")."
               STOP RUN
           END-IF.

           OPEN OUTPUT DUE-REPORT-FILE.
           PERFORM PRINT-HEADER-PROCEDURE.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACFT-COUNT
               PERFORM ASSESS-AIRCRAFT-PROCEDURE
           END-PERFORM.
           PERFORM PRINT-TOTALS-PROCEDURE.
           CLOSE DUE-REPORT-FILE.
           MOVE "INSPECTION-DUE" TO WS-SPL-PROGRAM.
           MOVE "INSPECOES A FAZER" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-DUE-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-ACFT-OVERFLOW = "Y"
               DISPLAY "AVISO: aircraft maior do que a tabela (50) -- "
                   "as restantes aeronaves NAO foram listadas."
           END-IF.
           DISPLAY "Aeronaves: " WS-N-AIRCRAFT " (vencidas: "
               WS-N-VENCIDA ", proximas: " WS-N-PROXIMA ") -- "
               "lista em " WS-DUE-PATH.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-ACFT-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "INSPECTION_DUE_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DUE-PATH
           END-IF.


       PRINT-HEADER-PROCEDURE.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "INSPECOES A VENCER EM " WS-TODAY
               DELIMITED BY SIZE INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.
           MOVE SPACES TO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "MATRICULA  TIPO            HORAS   FALTA50"
               "   FALTA100  ANUAL EM  DIAS  ESTADO"
               DELIMITED BY SIZE INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.


      *    horas em falta = horas na ultima inspecao + intervalo -
      *    horas atuais (negativo = vencida); a anual vence um ano
      *    depois da ultima (29 de fevereiro passa a 28):
       ASSESS-AIRCRAFT-PROCEDURE.
           ADD 1 TO WS-N-AIRCRAFT.
           COMPUTE WS-LEFT-50 = WS-AC-INSP50-HORAS(AC-IDX) + 50
               - WS-AC-HORAS(AC-IDX).
           COMPUTE WS-LEFT-100 = WS-AC-INSP100-HORAS(AC-IDX) + 100
               - WS-AC-HORAS(AC-IDX).
           IF WS-AC-ANUAL-DATA(AC-IDX) = ZERO
               MOVE ZERO TO WS-ANUAL-DUE
               MOVE -1 TO WS-LEFT-DIAS
           ELSE
               MOVE WS-AC-ANUAL-DATA(AC-IDX) TO WS-ANUAL-DUE
               ADD 1 TO WS-DUE-YYYY
               IF WS-DUE-MMDD = 0229
                   MOVE 0228 TO WS-DUE-MMDD
               END-IF
               COMPUTE WS-LEFT-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-ANUAL-DUE)
                   - FUNCTION INTEGER-OF-DATE(WS-TODAY)
           END-IF.

           MOVE SPACES TO WS-ESTADO.
           IF WS-LEFT-50 <= ZERO OR WS-LEFT-100 <= ZERO
               OR WS-LEFT-DIAS < ZERO
               MOVE "VENCIDA" TO WS-ESTADO
               ADD 1 TO WS-N-VENCIDA
           ELSE
               IF WS-LEFT-50 <= WS-WARN-HORAS
                   OR WS-LEFT-100 <= WS-WARN-HORAS
                   OR WS-LEFT-DIAS <= WS-WARN-DIAS
                   MOVE "PROXIMA" TO WS-ESTADO
                   ADD 1 TO WS-N-PROXIMA
               END-IF
           END-IF.

           MOVE WS-AC-HORAS(AC-IDX) TO M-HORAS.
           MOVE WS-LEFT-50 TO M-LEFT-50.
           MOVE WS-LEFT-100 TO M-LEFT-100.
           MOVE WS-LEFT-DIAS TO M-LEFT-DIAS.
           MOVE SPACES TO DUE-REPORT-LINE.
           IF WS-ANUAL-DUE = ZERO
               STRING WS-AC-MATRICULA(AC-IDX) " " WS-AC-TIPO(AC-IDX)
                   " " M-HORAS "  " M-LEFT-50 "   " M-LEFT-100
                   "  SEM DATA        " WS-ESTADO
                   DELIMITED BY SIZE INTO DUE-REPORT-LINE
           ELSE
               STRING WS-AC-MATRICULA(AC-IDX) " " WS-AC-TIPO(AC-IDX)
                   " " M-HORAS "  " M-LEFT-50 "   " M-LEFT-100
                   "  " WS-ANUAL-DUE " " M-LEFT-DIAS "  " WS-ESTADO
                   DELIMITED BY SIZE INTO DUE-REPORT-LINE
           END-IF.
           WRITE DUE-REPORT-LINE.


       PRINT-TOTALS-PROCEDURE.
           MOVE SPACES TO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "Aeronaves: " WS-N-AIRCRAFT "  vencidas: "
               WS-N-VENCIDA "  proximas: " WS-N-PROXIMA
               DELIMITED BY SIZE INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.


       COPY "ACFTP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM INSPECTION-DUE.
