       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGBOOK-EXTRACT.
      *=================================================================
      * Purpose: Printable extract of one pilot's logbook. Asks for the
      *          crew code and an optional date range, and prints the
      *          pilot's name and licence followed by every flight in
      *          the pilot logbook (in order of block start): date,
      *          flight, aircraft, function on board (PIC/COP), block
      *          start and end and block time, with totals as pilot in
      *          command, as co-pilot and overall.
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

           SELECT EXTRACT-FILE
           ASSIGN TO DYNAMIC WS-EXTRACT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "PLOGFD.cpy".
           COPY "CREWFD.cpy".

       FD  EXTRACT-FILE.
       01  EXTRACT-LINE PIC X(90).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "PLOGWS.cpy".
           COPY "CREWWS.cpy".

       01  WS-EXTRACT-PATH PIC X(60) VALUE "..\logbook-extract.txt".
       01  WS-ENV-VALUE    PIC X(60).
       01  WS-EOF          PIC X VALUE "N".

       01  WS-CODIGO       PIC X(6).
       01  WS-DATA-DE      PIC 9(8) VALUE ZERO.
       01  WS-DATA-ATE     PIC 9(8) VALUE ZERO.

      * voos do piloto por ordem de inicio:
       01  WS-EXT-COUNT PIC 9(4) VALUE ZERO.
       01  WS-EXT-TABLE.
           05 WS-EXT-ENTRY OCCURS 2000 TIMES INDEXED BY EX-IDX.
               10 WS-EX-INICIO    PIC X(14).
               10 WS-EX-FIM       PIC X(14).
               10 WS-EX-FLIGHT    PIC X(10).
               10 WS-EX-FUNCAO    PIC X(3).
               10 WS-EX-MATRICULA PIC X(10).
               10 WS-EX-HORAS     PIC 9(3)V99.
       01  WS-EXT-OVERFLOW PIC X VALUE "N".
       01  WS-NEW-EXT.
           05 WS-NEW-INICIO    PIC X(14).
           05 WS-NEW-FIM       PIC X(14).
           05 WS-NEW-FLIGHT    PIC X(10).
           05 WS-NEW-FUNCAO    PIC X(3).
           05 WS-NEW-MATRICULA PIC X(10).
           05 WS-NEW-HORAS     PIC 9(3)V99.
       01  WS-INS-AT       PIC 9(4).

       01  WS-TOT-PIC      PIC 9(5)V99 VALUE ZERO.
       01  WS-TOT-COP      PIC 9(5)V99 VALUE ZERO.
       01  WS-TOT-ALL      PIC 9(5)V99 VALUE ZERO.

       01  M-HORAS         PIC ZZ9.99.
       01  M-TOTAL         PIC ZZZZ9.99.
       01  M-INICIO        PIC X(16).
       01  M-FIM           PIC X(16).

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM LOAD-CREW-PROCEDURE.

           DISPLAY "Codigo do piloto: " WITH NO ADVANCING.
           ACCEPT WS-CODIGO.
           MOVE WS-CODIGO TO WS-CREW-LOOKUP-COD.
           PERFORM LOOKUP-CREW-PROCEDURE.
           IF WS-CREW-FOUND = "N"
               DISPLAY "AVISO: piloto " WS-CODIGO
                   " nao registado no crew."
           END-IF.
           DISPLAY "Desde (AAAAMMDD, 0 = inicio): " WITH NO ADVANCING.
           ACCEPT WS-DATA-DE.
           DISPLAY "Ate (AAAAMMDD, 0 = hoje): " WITH NO ADVANCING.
           ACCEPT WS-DATA-ATE.
           IF WS-DATA-ATE = ZERO
               MOVE 99999999 TO WS-DATA-ATE
           END-IF.

           PERFORM LOAD-PILOT-FLIGHTS-PROCEDURE.

           OPEN OUTPUT EXTRACT-FILE.
           PERFORM PRINT-HEADER-PROCEDURE.
           PERFORM VARYING EX-IDX FROM 1 BY 1
               UNTIL EX-IDX > WS-EXT-COUNT
               PERFORM PRINT-FLIGHT-PROCEDURE
           END-PERFORM.
           PERFORM PRINT-TOTALS-PROCEDURE.
           CLOSE EXTRACT-FILE.
           MOVE "LOGBOOK-EXTRACT" TO WS-SPL-PROGRAM.
           MOVE "CADERNETA DE VOO" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-EXTRACT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-EXT-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 2000 voos no periodo -- "
                   "os restantes NAO foram listados."
           END-IF.
           DISPLAY "Voos: " WS-EXT-COUNT " -- extrato em "
               WS-EXTRACT-PATH.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-PLOG-PATH-PROCEDURE.
           PERFORM INIT-CREW-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "LOGBOOK_EXTRACT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXTRACT-PATH
           END-IF.


      *    linhas do piloto no periodo pedido, por insercao ordenada
      *    pela hora de inicio do bloco:
       LOAD-PILOT-FLIGHTS-PROCEDURE.
           OPEN INPUT PILOT-LOGBOOK-FILE.
           IF WS-PLOG-STATUS = "35"
               DISPLAY "Caderneta dos pilotos inexistente ("
                   WS-PLOG-PATH ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PILOT-LOGBOOK-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PL-CODIGO = WS-CODIGO
                           AND PL-INICIO-DATA >= WS-DATA-DE
                           AND PL-INICIO-DATA <= WS-DATA-ATE
                           PERFORM STORE-FLIGHT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PILOT-LOGBOOK-FILE.


       STORE-FLIGHT-PROCEDURE.
           IF WS-EXT-COUNT >= 2000
               MOVE "Y" TO WS-EXT-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           MOVE PL-INICIO TO WS-NEW-INICIO.
           MOVE PL-FIM TO WS-NEW-FIM.
           MOVE PL-FLIGHT-ID TO WS-NEW-FLIGHT.
           MOVE PL-FUNCAO TO WS-NEW-FUNCAO.
           MOVE PL-MATRICULA TO WS-NEW-MATRICULA.
           MOVE PL-HORAS TO WS-NEW-HORAS.
           COMPUTE WS-INS-AT = WS-EXT-COUNT + 1.
           PERFORM UNTIL WS-INS-AT = 1
               OR WS-EX-INICIO(WS-INS-AT - 1) NOT > WS-NEW-INICIO
               MOVE WS-EXT-ENTRY(WS-INS-AT - 1)
                   TO WS-EXT-ENTRY(WS-INS-AT)
               SUBTRACT 1 FROM WS-INS-AT
           END-PERFORM.
           MOVE WS-NEW-EXT TO WS-EXT-ENTRY(WS-INS-AT).
           ADD 1 TO WS-EXT-COUNT.


       PRINT-HEADER-PROCEDURE.
           MOVE SPACES TO EXTRACT-LINE.
           STRING "CADERNETA DE VOO -- EXTRATO DO PILOTO " WS-CODIGO
               DELIMITED BY SIZE INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE.
           IF WS-CREW-FOUND = "Y"
               STRING "Nome: " WS-CW-NOME(CW-IDX) "  Licenca: "
                   WS-CW-LICENCA(CW-IDX)
                   DELIMITED BY SIZE INTO EXTRACT-LINE
           ELSE
               STRING "Nome: (nao registado no crew)"
                   DELIMITED BY SIZE INTO EXTRACT-LINE
           END-IF.
           WRITE EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE.
           IF WS-DATA-ATE = 99999999
               STRING "Periodo: " WS-DATA-DE " a hoje"
                   DELIMITED BY SIZE INTO EXTRACT-LINE
           ELSE
               STRING "Periodo: " WS-DATA-DE " a " WS-DATA-ATE
                   DELIMITED BY SIZE INTO EXTRACT-LINE
           END-IF.
           WRITE EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE.
           STRING "DATA      VOO        MATRICULA  FUN  "
               "INICIO            FIM                HORAS"
               DELIMITED BY SIZE INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.


      *    inicio e fim em AAAA-MM-DD HH:MM (o dia do fim repete-se
      *    para os voos que passam a meia-noite):
       PRINT-FLIGHT-PROCEDURE.
           MOVE SPACES TO M-INICIO M-FIM.
           STRING WS-EX-INICIO(EX-IDX)(1:4) "-"
               WS-EX-INICIO(EX-IDX)(5:2) "-"
               WS-EX-INICIO(EX-IDX)(7:2) " "
               WS-EX-INICIO(EX-IDX)(9:2) ":"
               WS-EX-INICIO(EX-IDX)(11:2)
               DELIMITED BY SIZE INTO M-INICIO.
           STRING WS-EX-FIM(EX-IDX)(1:4) "-"
               WS-EX-FIM(EX-IDX)(5:2) "-"
               WS-EX-FIM(EX-IDX)(7:2) " "
               WS-EX-FIM(EX-IDX)(9:2) ":"
               WS-EX-FIM(EX-IDX)(11:2)
               DELIMITED BY SIZE INTO M-FIM.
           MOVE WS-EX-HORAS(EX-IDX) TO M-HORAS.
           MOVE SPACES TO EXTRACT-LINE.
           STRING WS-EX-INICIO(EX-IDX)(1:8) "  "
               WS-EX-FLIGHT(EX-IDX) " " WS-EX-MATRICULA(EX-IDX) " "
               WS-EX-FUNCAO(EX-IDX) "  " M-INICIO "  " M-FIM " "
               M-HORAS
               DELIMITED BY SIZE INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           ADD WS-EX-HORAS(EX-IDX) TO WS-TOT-ALL.
           IF WS-EX-FUNCAO(EX-IDX) = "PIC"
               ADD WS-EX-HORAS(EX-IDX) TO WS-TOT-PIC
           ELSE
               ADD WS-EX-HORAS(EX-IDX) TO WS-TOT-COP
           END-IF.


       PRINT-TOTALS-PROCEDURE.
           MOVE SPACES TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE WS-TOT-PIC TO M-TOTAL.
           STRING "Total como comandante (PIC): " M-TOTAL " h"
               DELIMITED BY SIZE INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE WS-TOT-COP TO M-TOTAL.
           STRING "Total como co-piloto  (COP): " M-TOTAL " h"
               DELIMITED BY SIZE INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE.
           MOVE WS-TOT-ALL TO M-TOTAL.
           STRING "Total de voo ("  WS-EXT-COUNT " voos):    " M-TOTAL
               " h"
               DELIMITED BY SIZE INTO EXTRACT-LINE.
           WRITE EXTRACT-LINE.


       COPY "PLOGP.cpy".

       COPY "CREWP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM LOGBOOK-EXTRACT.
