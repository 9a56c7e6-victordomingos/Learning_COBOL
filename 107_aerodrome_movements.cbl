       IDENTIFICATION DIVISION.
       PROGRAM-ID. AERODROME-MOVEMENTS.
      *=================================================================
      * Purpose: Aerodrome movements log built from the recorded
      *          tracks, in place of the hand-written movements book.
      *          Each flight's first and last position records are
      *          matched to the nearest aerodrome within its radius
      *          (aerodromes file: ICAO code, name, coordinates,
      *          elevation and radius) as departure and arrival. In
      *          between, a run of fixes at ground level (FALTITUDE up
      *          to the aerodrome elevation plus a tolerance) near an
      *          aerodrome is an intermediate stop: it is logged as a
      *          landing and a take-off and flagged NAO PLANEADA when
      *          no waypoint of the flight's plan lies within that
      *          aerodrome's radius. The log is written per day, in
      *          time order.
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
           SELECT FLIGHT-POSITIONS ASSIGN TO DYNAMIC WS-FLIGHT-POS-PATH
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT AERODROME-FILE
           ASSIGN TO DYNAMIC WS-AERODROME-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AERODROME-STATUS.

           SELECT FLIGHT-PLAN-FILE
           ASSIGN TO DYNAMIC WS-FLIGHT-PLAN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLIGHT-PLAN-STATUS.

           SELECT MOVEMENTS-LOG-FILE
           ASSIGN TO DYNAMIC WS-MOVEMENTS-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * mesma imagem do POSITION-RECORD do REGISTO-DE-VOO:
       FD FLIGHT-POSITIONS.
       01 POSITION-RECORD.
           05 FREC-TYPE  PIC X(1).
           05 FFLIGHT-ID PIC X(10).
           05 FS-TIMESTAMP.
               06 FS-YEAR   PIC 9(4).
               06 FS-MONTH  PIC 9(2).
               06 FS-DAY    PIC 9(2).
               06 FS-HOUR   PIC 99.
               06 FS-MINUTE PIC 99.
               06 FS-SECOND PIC 99.
           05 FLATITUDE  PIC 99.9(15).
           05 FLONGITUDE PIC 99.9(15).
           05 FALTITUDE  PIC 9(5).

      * aerodromos: codigo ICAO, nome, coordenadas do ponto de
      * referencia, elevacao (ft) e raio (milhas nauticas) dentro do
      * qual um fixo conta como estando no aerodromo:
       FD  AERODROME-FILE.
       01  AERODROME-RECORD.
           05 AD-ICAO     PIC X(4).
           05 AD-NOME     PIC X(20).
           05 AD-LAT      PIC 99.9(6).
           05 AD-LON      PIC 99.9(6).
           05 AD-ELEV     PIC 9(5).
           05 AD-RAIO-NM  PIC 99V9.

      * mesma imagem do FLIGHT-PLAN-RECORD do REGISTO-DE-VOO:
       FD  FLIGHT-PLAN-FILE.
       01  FLIGHT-PLAN-RECORD.
           05 FP-FLIGHT-ID PIC X(10).
           05 FP-SEQ       PIC 9(3).
           05 FP-LAT       PIC 99.9(15).
           05 FP-LON       PIC 99.9(15).
           05 FP-WIDTH-NM  PIC 9(3)V99.

       FD  MOVEMENTS-LOG-FILE.
       01  MOVEMENTS-LOG-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLIGHT-POS-PATH PIC X(60)
           VALUE "..\flight-positions.dat".
       01  WS-AERODROME-PATH  PIC X(60) VALUE "..\aerodromes.txt".
       01  WS-FLIGHT-PLAN-PATH PIC X(60)
           VALUE "..\flight-plans.txt".
       01  WS-MOVEMENTS-PATH  PIC X(60) VALUE "..\movements-log.txt".
       01  WS-FILE-STATUS        PIC XX.
       01  WS-AERODROME-STATUS   PIC XX.
       01  WS-FLIGHT-PLAN-STATUS PIC XX.
       01  WS-ENV-VALUE   PIC X(60).
       01  WS-EOF         PIC X VALUE "N".

      * tolerancia (ft) acima da elevacao do aerodromo que ainda
      * conta como "no solo":
       01  WS-GROUND-FT   PIC 9(4) VALUE 50.

       01  WS-AD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-AD-TABLE.
           05 WS-AD-ENTRY OCCURS 200 TIMES INDEXED BY AD-IDX.
               10 WS-AD-ICAO     PIC X(4).
               10 WS-AD-NOME     PIC X(20).
               10 WS-AD-LAT      PIC S99V9(6).
               10 WS-AD-LON      PIC S99V9(6).
               10 WS-AD-ELEV     PIC 9(5).
               10 WS-AD-RAIO-NM  PIC 99V9.
       01  WS-AD-OVERFLOW PIC X VALUE "N".

       01  WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES INDEXED BY FP-IDX.
               10 WS-FP-FLIGHT-ID PIC X(10).
               10 WS-FP-LAT       PIC S99V9(15).
               10 WS-FP-LON       PIC S99V9(15).

      * movimentos apurados, mantidos por ordem de data e hora:
       01  WS-MOV-COUNT PIC 9(4) VALUE ZERO.
       01  WS-MOV-TABLE.
           05 WS-MOV-ENTRY OCCURS 1000 TIMES INDEXED BY MV-IDX.
               10 WS-MV-KEY.
                   15 WS-MV-DATA   PIC 9(8).
                   15 WS-MV-HORA   PIC 9(6).
               10 WS-MV-FLIGHT PIC X(10).
               10 WS-MV-ICAO   PIC X(4).
               10 WS-MV-TIPO   PIC X(10).
               10 WS-MV-NOTA   PIC X(24).
       01  WS-MOV-OVERFLOW PIC X VALUE "N".
       01  WS-NEW-MOV.
           05 WS-NEW-KEY.
               10 WS-NEW-DATA  PIC 9(8).
               10 WS-NEW-HORA  PIC 9(6).
           05 WS-NEW-FLIGHT PIC X(10).
           05 WS-NEW-ICAO   PIC X(4).
           05 WS-NEW-TIPO   PIC X(10).
           05 WS-NEW-NOTA   PIC X(24).
       01  WS-INS-AT      PIC 9(4).
       01  WS-MV-I        PIC 9(4).

      * fixo corrente:
       01  WS-LAT-NUM     PIC S99V9(15).
       01  WS-LON-NUM     PIC S99V9(15).
       01  WS-FIX-DATA    PIC 9(8).
       01  WS-FIX-HORA    PIC 9(6).
       01  WS-FIX-AD      PIC 9(3).
       01  WS-FIX-GROUND  PIC X.
       01  WS-DLAT        PIC S99V9(15).
       01  WS-DLON        PIC S99V9(15).
       01  WS-DIST-NM     PIC S9(6)V99.
       01  WS-BEST-NM     PIC S9(6)V99.

      * estado do voo corrente (as fatias por voo sao contiguas):
       01  WS-CUR-FLIGHT  PIC X(10) VALUE SPACES.
       01  WS-FIRST-DATA  PIC 9(8).
       01  WS-FIRST-HORA  PIC 9(6).
       01  WS-FIRST-AD    PIC 9(3).
       01  WS-LAST-DATA   PIC 9(8).
       01  WS-LAST-HORA   PIC 9(6).
       01  WS-LAST-AD     PIC 9(3).
      *    ja esteve no ar desde o primeiro fixo?
       01  WS-AIRBORNE    PIC X.
      *    sequencia de fixos no solo em curso (aerodromo e inicio):
       01  WS-RUN-AD      PIC 9(3).
       01  WS-RUN-DATA    PIC 9(8).
       01  WS-RUN-HORA    PIC 9(6).
       01  WS-RUN-END-DATA PIC 9(8).
       01  WS-RUN-END-HORA PIC 9(6).
       01  WS-PLANNED     PIC X.

       01  WS-N-FLIGHTS   PIC 9(5) VALUE ZERO.
       01  WS-N-STOPS     PIC 9(5) VALUE ZERO.
       01  WS-N-UNPLANNED PIC 9(5) VALUE ZERO.
       01  WS-N-OFF-AD    PIC 9(5) VALUE ZERO.
       01  WS-PRINT-DATA  PIC 9(8).
       01  WS-DAY-COUNT   PIC 9(4).

       01  M-DATA.
           05 M-DATA-YYYY  PIC 9(4).
           05 FILLER       PIC X VALUE "-".
           05 M-DATA-MM    PIC 99.
           05 FILLER       PIC X VALUE "-".
           05 M-DATA-DD    PIC 99.
       01  M-HORA.
           05 M-HORA-HH    PIC 99.
           05 FILLER       PIC X VALUE ":".
           05 M-HORA-MI    PIC 99.
           05 FILLER       PIC X VALUE ":".
           05 M-HORA-SS    PIC 99.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM LOAD-AERODROMES-PROCEDURE.
           IF WS-AD-COUNT = ZERO
               DISPLAY "ERRO: ficheiro de aerodromos vazio ou "
                   "inexistente (" WS-AERODROME-PATH ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-FLIGHT-PLANS-PROCEDURE.

           OPEN INPUT FLIGHT-POSITIONS.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
                   WS-FLIGHT-POS-PATH
                   " (file status " WS-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FLIGHT-POSITIONS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FREC-TYPE = "P"
                           PERFORM NOTE-POSITION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
      *    fecha o ultimo voo em curso:
           IF WS-CUR-FLIGHT NOT = SPACES
               PERFORM CLOSE-FLIGHT-PROCEDURE
           END-IF.
           CLOSE FLIGHT-POSITIONS.

           OPEN OUTPUT MOVEMENTS-LOG-FILE.
           PERFORM PRINT-LOG-PROCEDURE.
           CLOSE MOVEMENTS-LOG-FILE.
           MOVE "AERODROME-MOVEMENTS" TO WS-SPL-PROGRAM.
           MOVE "MOVIMENTOS DE AERODROMO" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-MOVEMENTS-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-AD-OVERFLOW = "Y"
               DISPLAY "AVISO: aerodromos com mais linhas do que a "
                   "tabela (200) -- os restantes foram ignorados."
           END-IF.
           IF WS-MOV-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 1000 movimentos -- os "
                   "restantes NAO foram registados."
           END-IF.
           DISPLAY "Voos: " WS-N-FLIGHTS "  movimentos: " WS-MOV-COUNT
               "  escalas: " WS-N-STOPS " (nao planeadas: "
               WS-N-UNPLANNED ")".
           IF WS-N-OFF-AD > ZERO
               DISPLAY "AVISO: " WS-N-OFF-AD " inicio(s)/fim(ns) de "
                   "voo fora de qualquer aerodromo."
           END-IF.
           DISPLAY "Livro de movimentos em " WS-MOVEMENTS-PATH ".".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FLIGHT_POS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FLIGHT-POS-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AERODROMES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AERODROME-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FLIGHT_PLANS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FLIGHT-PLAN-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "MOVEMENTS_LOG_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-MOVEMENTS-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AERODROME_GROUND_FT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-GROUND-FT
           END-IF.


       LOAD-AERODROMES-PROCEDURE.
           MOVE ZERO TO WS-AD-COUNT.
           OPEN INPUT AERODROME-FILE.
           IF WS-AERODROME-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AERODROME-STATUS = "10"
               READ AERODROME-FILE
                   AT END MOVE "10" TO WS-AERODROME-STATUS
                   NOT AT END
                       IF WS-AD-COUNT >= 200
                           MOVE "Y" TO WS-AD-OVERFLOW
                       ELSE
                           ADD 1 TO WS-AD-COUNT
                           SET AD-IDX TO WS-AD-COUNT
                           MOVE AD-ICAO TO WS-AD-ICAO(AD-IDX)
                           MOVE AD-NOME TO WS-AD-NOME(AD-IDX)
                           MOVE AD-LAT TO WS-AD-LAT(AD-IDX)
                           MOVE AD-LON TO WS-AD-LON(AD-IDX)
                           MOVE AD-ELEV TO WS-AD-ELEV(AD-IDX)
                           MOVE AD-RAIO-NM TO WS-AD-RAIO-NM(AD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AERODROME-FILE.


       LOAD-FLIGHT-PLANS-PROCEDURE.
           MOVE ZERO TO WS-PLAN-COUNT.
           OPEN INPUT FLIGHT-PLAN-FILE.
           IF WS-FLIGHT-PLAN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-FLIGHT-PLAN-STATUS = "10"
               READ FLIGHT-PLAN-FILE
                   AT END MOVE "10" TO WS-FLIGHT-PLAN-STATUS
                   NOT AT END
                       IF WS-PLAN-COUNT < 100
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE FP-FLIGHT-ID
                               TO WS-FP-FLIGHT-ID(WS-PLAN-COUNT)
                           MOVE FP-LAT TO WS-FP-LAT(WS-PLAN-COUNT)
                           MOVE FP-LON TO WS-FP-LON(WS-PLAN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLIGHT-PLAN-FILE.


      *    Cada fixo: aerodromo mais proximo dentro do raio (zero se
      *    nenhum) e se esta ao nivel do solo desse aerodromo. Uma
      *    sequencia de fixos no solo que termina depois de o voo ja
      *    ter estado no ar e uma escala.
       NOTE-POSITION-PROCEDURE.
           COMPUTE WS-FIX-DATA = FS-YEAR * 10000
               + FS-MONTH * 100 + FS-DAY.
           COMPUTE WS-FIX-HORA = FS-HOUR * 10000
               + FS-MINUTE * 100 + FS-SECOND.
           MOVE FLATITUDE TO WS-LAT-NUM.
           MOVE FLONGITUDE TO WS-LON-NUM.
           PERFORM FIND-AERODROME-PROCEDURE.
           MOVE "N" TO WS-FIX-GROUND.
           IF WS-FIX-AD NOT = ZERO
               SET AD-IDX TO WS-FIX-AD
               IF FALTITUDE <= WS-AD-ELEV(AD-IDX) + WS-GROUND-FT
                   MOVE "Y" TO WS-FIX-GROUND
               END-IF
           END-IF.

           IF FFLIGHT-ID NOT = WS-CUR-FLIGHT
               IF WS-CUR-FLIGHT NOT = SPACES
                   PERFORM CLOSE-FLIGHT-PROCEDURE
               END-IF
               ADD 1 TO WS-N-FLIGHTS
               MOVE FFLIGHT-ID TO WS-CUR-FLIGHT
               MOVE WS-FIX-DATA TO WS-FIRST-DATA
               MOVE WS-FIX-HORA TO WS-FIRST-HORA
               MOVE WS-FIX-AD TO WS-FIRST-AD
               MOVE "N" TO WS-AIRBORNE
               MOVE ZERO TO WS-RUN-AD
           END-IF.

           IF WS-FIX-GROUND = "Y"
               IF WS-RUN-AD = ZERO
                   MOVE WS-FIX-AD TO WS-RUN-AD
                   MOVE WS-FIX-DATA TO WS-RUN-DATA
                   MOVE WS-FIX-HORA TO WS-RUN-HORA
               END-IF
               MOVE WS-FIX-DATA TO WS-RUN-END-DATA
               MOVE WS-FIX-HORA TO WS-RUN-END-HORA
           ELSE
               IF WS-RUN-AD NOT = ZERO AND WS-AIRBORNE = "Y"
                   PERFORM RECORD-STOP-PROCEDURE
               END-IF
               MOVE ZERO TO WS-RUN-AD
               MOVE "Y" TO WS-AIRBORNE
           END-IF.

           MOVE WS-FIX-DATA TO WS-LAST-DATA.
           MOVE WS-FIX-HORA TO WS-LAST-HORA.
           MOVE WS-FIX-AD TO WS-LAST-AD.


      *    aproximacao simples de 1 grau ~ 60 milhas nauticas, como
      *    no resumo de voo do REGISTO-DE-VOO:
       FIND-AERODROME-PROCEDURE.
           MOVE ZERO TO WS-FIX-AD.
           MOVE 999999.99 TO WS-BEST-NM.
           PERFORM VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > WS-AD-COUNT
               COMPUTE WS-DLAT = WS-LAT-NUM - WS-AD-LAT(AD-IDX)
               COMPUTE WS-DLON = WS-LON-NUM - WS-AD-LON(AD-IDX)
               COMPUTE WS-DIST-NM = 60 * FUNCTION SQRT(
                   (WS-DLAT * WS-DLAT) + (WS-DLON * WS-DLON))
               IF WS-DIST-NM <= WS-AD-RAIO-NM(AD-IDX)
                   AND WS-DIST-NM < WS-BEST-NM
                   MOVE WS-DIST-NM TO WS-BEST-NM
                   SET WS-FIX-AD TO AD-IDX
               END-IF
           END-PERFORM.


      *    escala intermedia: aterragem no inicio da sequencia no
      *    solo, descolagem no fim; planeada se algum waypoint do
      *    plano deste voo cai dentro do raio do aerodromo:
       RECORD-STOP-PROCEDURE.
           ADD 1 TO WS-N-STOPS.
           SET AD-IDX TO WS-RUN-AD.
           MOVE "N" TO WS-PLANNED.
           PERFORM VARYING FP-IDX FROM 1 BY 1
               UNTIL FP-IDX > WS-PLAN-COUNT
               IF WS-FP-FLIGHT-ID(FP-IDX) = WS-CUR-FLIGHT
                   COMPUTE WS-DLAT =
                       WS-FP-LAT(FP-IDX) - WS-AD-LAT(AD-IDX)
                   COMPUTE WS-DLON =
                       WS-FP-LON(FP-IDX) - WS-AD-LON(AD-IDX)
                   COMPUTE WS-DIST-NM = 60 * FUNCTION SQRT(
                       (WS-DLAT * WS-DLAT) + (WS-DLON * WS-DLON))
                   IF WS-DIST-NM <= WS-AD-RAIO-NM(AD-IDX)
                       MOVE "Y" TO WS-PLANNED
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-CUR-FLIGHT TO WS-NEW-FLIGHT.
           MOVE WS-AD-ICAO(AD-IDX) TO WS-NEW-ICAO.
           IF WS-PLANNED = "Y"
               MOVE "ESCALA PLANEADA" TO WS-NEW-NOTA
           ELSE
               ADD 1 TO WS-N-UNPLANNED
               MOVE "*** NAO PLANEADA ***" TO WS-NEW-NOTA
               DISPLAY "VOO " WS-CUR-FLIGHT ": aterragem nao "
                   "planeada em " WS-AD-ICAO(AD-IDX) " "
                   WS-AD-NOME(AD-IDX)
           END-IF.
           MOVE WS-RUN-DATA TO WS-NEW-DATA.
           MOVE WS-RUN-HORA TO WS-NEW-HORA.
           MOVE "ATERRAGEM" TO WS-NEW-TIPO.
           PERFORM ADD-MOVEMENT-PROCEDURE.
           MOVE WS-RUN-END-DATA TO WS-NEW-DATA.
           MOVE WS-RUN-END-HORA TO WS-NEW-HORA.
           MOVE "DESCOLAGEM" TO WS-NEW-TIPO.
           PERFORM ADD-MOVEMENT-PROCEDURE.


      *    partida no primeiro fixo, chegada no ultimo:
       CLOSE-FLIGHT-PROCEDURE.
           MOVE WS-CUR-FLIGHT TO WS-NEW-FLIGHT.
           MOVE WS-FIRST-DATA TO WS-NEW-DATA.
           MOVE WS-FIRST-HORA TO WS-NEW-HORA.
           MOVE "PARTIDA" TO WS-NEW-TIPO.
           MOVE WS-FIRST-AD TO WS-FIX-AD.
           PERFORM SET-ENDPOINT-PROCEDURE.
           PERFORM ADD-MOVEMENT-PROCEDURE.
           MOVE WS-LAST-DATA TO WS-NEW-DATA.
           MOVE WS-LAST-HORA TO WS-NEW-HORA.
           MOVE "CHEGADA" TO WS-NEW-TIPO.
           MOVE WS-LAST-AD TO WS-FIX-AD.
           PERFORM SET-ENDPOINT-PROCEDURE.
           PERFORM ADD-MOVEMENT-PROCEDURE.


       SET-ENDPOINT-PROCEDURE.
           IF WS-FIX-AD = ZERO
               ADD 1 TO WS-N-OFF-AD
               MOVE "----" TO WS-NEW-ICAO
               MOVE "FORA DE AERODROMO" TO WS-NEW-NOTA
           ELSE
               SET AD-IDX TO WS-FIX-AD
               MOVE WS-AD-ICAO(AD-IDX) TO WS-NEW-ICAO
               MOVE WS-AD-NOME(AD-IDX) TO WS-NEW-NOTA
           END-IF.


      *    insercao ordenada por data e hora (o ultimo igual fica
      *    depois dos anteriores):
       ADD-MOVEMENT-PROCEDURE.
           IF WS-MOV-COUNT >= 1000
               MOVE "Y" TO WS-MOV-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-INS-AT = WS-MOV-COUNT + 1.
           PERFORM UNTIL WS-INS-AT = 1
               OR WS-MV-KEY(WS-INS-AT - 1) NOT > WS-NEW-KEY
               MOVE WS-MOV-ENTRY(WS-INS-AT - 1)
                   TO WS-MOV-ENTRY(WS-INS-AT)
               SUBTRACT 1 FROM WS-INS-AT
           END-PERFORM.
           MOVE WS-NEW-MOV TO WS-MOV-ENTRY(WS-INS-AT).
           ADD 1 TO WS-MOV-COUNT.


      *    um cabecalho por dia, movimentos por ordem de hora:
       PRINT-LOG-PROCEDURE.
           MOVE SPACES TO MOVEMENTS-LOG-LINE.
           STRING "LIVRO DE MOVIMENTOS (tolerancia de solo "
               WS-GROUND-FT " ft)"
               DELIMITED BY SIZE INTO MOVEMENTS-LOG-LINE.
           WRITE MOVEMENTS-LOG-LINE.
           MOVE ZERO TO WS-PRINT-DATA.
           MOVE ZERO TO WS-DAY-COUNT.
           PERFORM VARYING WS-MV-I FROM 1 BY 1
               UNTIL WS-MV-I > WS-MOV-COUNT
               IF WS-MV-DATA(WS-MV-I) NOT = WS-PRINT-DATA
                   IF WS-PRINT-DATA NOT = ZERO
                       PERFORM PRINT-DAY-TOTAL-PROCEDURE
                   END-IF
                   PERFORM PRINT-DAY-HEADER-PROCEDURE
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-MV-HORA(WS-MV-I) TO WS-FIX-HORA
               DIVIDE WS-FIX-HORA BY 10000 GIVING M-HORA-HH
                   REMAINDER WS-FIX-HORA
               DIVIDE WS-FIX-HORA BY 100 GIVING M-HORA-MI
                   REMAINDER M-HORA-SS
               MOVE SPACES TO MOVEMENTS-LOG-LINE
               STRING "  " M-HORA "  " WS-MV-FLIGHT(WS-MV-I) "  "
                   WS-MV-ICAO(WS-MV-I) "  " WS-MV-TIPO(WS-MV-I) "  "
                   WS-MV-NOTA(WS-MV-I)
                   DELIMITED BY SIZE INTO MOVEMENTS-LOG-LINE
               WRITE MOVEMENTS-LOG-LINE
           END-PERFORM.
           IF WS-PRINT-DATA NOT = ZERO
               PERFORM PRINT-DAY-TOTAL-PROCEDURE
           END-IF.


       PRINT-DAY-HEADER-PROCEDURE.
           MOVE WS-MV-DATA(WS-MV-I) TO WS-PRINT-DATA.
           MOVE ZERO TO WS-DAY-COUNT.
           DIVIDE WS-PRINT-DATA BY 10000 GIVING M-DATA-YYYY
               REMAINDER WS-FIX-DATA.
           DIVIDE WS-FIX-DATA BY 100 GIVING M-DATA-MM
               REMAINDER M-DATA-DD.
           MOVE SPACES TO MOVEMENTS-LOG-LINE.
           WRITE MOVEMENTS-LOG-LINE.
           MOVE SPACES TO MOVEMENTS-LOG-LINE.
           STRING "DIA " M-DATA
               DELIMITED BY SIZE INTO MOVEMENTS-LOG-LINE.
           WRITE MOVEMENTS-LOG-LINE.
           MOVE "  HORA      VOO         ICAO  MOVIMENTO   OBSERVACOES"
               TO MOVEMENTS-LOG-LINE.
           WRITE MOVEMENTS-LOG-LINE.


       PRINT-DAY-TOTAL-PROCEDURE.
           MOVE SPACES TO MOVEMENTS-LOG-LINE.
           STRING "  movimentos do dia: " WS-DAY-COUNT
               DELIMITED BY SIZE INTO MOVEMENTS-LOG-LINE.
           WRITE MOVEMENTS-LOG-LINE.


       COPY "SPOOLP.cpy".

       END PROGRAM AERODROME-MOVEMENTS.
