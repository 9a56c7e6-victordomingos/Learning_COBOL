       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRAIN-CLEARANCE.
      *=================================================================
      * Purpose: Terrain clearance check of the recorded tracks. The
      *          terrain-elevation file divides the map into grid
      *          cells (coordinate box and the highest elevation in
      *          it); every position record of the flight (or of all
      *          flights) is compared against the elevation of its
      *          cell plus the configured minimum clearance. Each run
      *          of consecutive fixes below that is one low-clearance
      *          segment, reported with start and end time, worst
      *          margin and where it happened, and each flight closes
      *          with its segment count for the safety officer. Fixes
      *          inside an aerodrome's radius (aerodromes file of
      *          AERODROME-MOVEMENTS) are take-off and landing and are
      *          not checked.
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

           SELECT TERRAIN-FILE
           ASSIGN TO DYNAMIC WS-TERRAIN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TERRAIN-STATUS.

           SELECT AERODROME-FILE
           ASSIGN TO DYNAMIC WS-AERODROME-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AERODROME-STATUS.

           SELECT CLEARANCE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-CLEARANCE-RPT-PATH
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

      * celulas da grelha de relevo: caixa de coordenadas e a
      * elevacao maxima (ft) dentro dela:
       FD  TERRAIN-FILE.
       01  TERRAIN-RECORD.
           05 TE-LAT-MIN  PIC 99.9(6).
           05 TE-LAT-MAX  PIC 99.9(6).
           05 TE-LON-MIN  PIC 99.9(6).
           05 TE-LON-MAX  PIC 99.9(6).
           05 TE-ELEV     PIC 9(5).

      * mesma imagem do AERODROME-RECORD do AERODROME-MOVEMENTS:
       FD  AERODROME-FILE.
       01  AERODROME-RECORD.
           05 AD-ICAO     PIC X(4).
           05 AD-NOME     PIC X(20).
           05 AD-LAT      PIC 99.9(6).
           05 AD-LON      PIC 99.9(6).
           05 AD-ELEV     PIC 9(5).
           05 AD-RAIO-NM  PIC 99V9.

       FD  CLEARANCE-REPORT-FILE.
       01  CLEARANCE-REPORT-LINE PIC X(100).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLIGHT-POS-PATH PIC X(60)
           VALUE "..\flight-positions.dat".
       01  WS-TERRAIN-PATH    PIC X(60) VALUE "..\terrain-grid.txt".
       01  WS-AERODROME-PATH  PIC X(60) VALUE "..\aerodromes.txt".
       01  WS-CLEARANCE-RPT-PATH PIC X(60)
           VALUE "..\terrain-clearance.txt".
       01  WS-FILE-STATUS      PIC XX.
       01  WS-TERRAIN-STATUS   PIC XX.
       01  WS-AERODROME-STATUS PIC XX.
       01  WS-ENV-VALUE   PIC X(60).
       01  WS-EOF         PIC X VALUE "N".

      * seleccao de voo (branco = todos):
       01  WS-SELECTED-FLIGHT-ID PIC X(10) VALUE SPACES.

      * separacao minima ao relevo (ft):
       01  WS-MIN-CLEARANCE PIC 9(5) VALUE 1000.

       01  WS-TE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-TE-TABLE.
           05 WS-TE-ENTRY OCCURS 2000 TIMES INDEXED BY TE-IDX.
               10 WS-TE-LAT-MIN  PIC S99V9(6).
               10 WS-TE-LAT-MAX  PIC S99V9(6).
               10 WS-TE-LON-MIN  PIC S99V9(6).
               10 WS-TE-LON-MAX  PIC S99V9(6).
               10 WS-TE-ELEV     PIC 9(5).
       01  WS-TE-OVERFLOW PIC X VALUE "N".

       01  WS-AD-COUNT PIC 9(3) VALUE ZERO.
       01  WS-AD-TABLE.
           05 WS-AD-ENTRY OCCURS 200 TIMES INDEXED BY AD-IDX.
               10 WS-AD-ICAO     PIC X(4).
               10 WS-AD-LAT      PIC S99V9(6).
               10 WS-AD-LON      PIC S99V9(6).
               10 WS-AD-RAIO-NM  PIC 99V9.

      * fixo corrente:
       01  WS-LAT-NUM     PIC S99V9(15).
       01  WS-LON-NUM     PIC S99V9(15).
       01  WS-DLAT        PIC S99V9(15).
       01  WS-DLON        PIC S99V9(15).
       01  WS-DIST-NM     PIC S9(6)V99.
       01  WS-NEAR-AD     PIC X.
       01  WS-CELL-FOUND  PIC X.
       01  WS-CELL-ELEV   PIC 9(5).
       01  WS-MARGIN      PIC S9(6).

      * estado do voo corrente (as fatias por voo sao contiguas) e do
      * segmento de separacao insuficiente em curso:
       01  WS-CUR-FLIGHT  PIC X(10) VALUE SPACES.
       01  WS-N-CHECKED   PIC 9(6).
       01  WS-N-NO-CELL   PIC 9(6).
       01  WS-N-SEGMENTS  PIC 9(4).
       01  WS-SEG-OPEN    PIC X VALUE "N".
       01  WS-SEG-START   PIC X(14).
       01  WS-SEG-END     PIC X(14).
       01  WS-SEG-FIXES   PIC 9(5).
       01  WS-SEG-WORST   PIC S9(6).
       01  WS-SEG-LAT     PIC S99V9(6).
       01  WS-SEG-LON     PIC S99V9(6).
       01  WS-SEG-ALT     PIC 9(5).
       01  WS-SEG-ELEV    PIC 9(5).

       01  WS-N-FLIGHTS   PIC 9(5) VALUE ZERO.
       01  WS-N-FLAGGED   PIC 9(5) VALUE ZERO.
       01  WS-TOT-SEGMENTS PIC 9(6) VALUE ZERO.

       01  M-MARGIN       PIC -(5)9.
       01  M-LAT          PIC 99.9(6).
       01  M-LON          PIC 99.9(6).
       01  M-ALT          PIC ZZZZ9.
       01  M-ELEV         PIC ZZZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM LOAD-TERRAIN-PROCEDURE.
           IF WS-TE-COUNT = ZERO
               DISPLAY "ERRO: grelha de relevo vazia ou inexistente ("
                   WS-TERRAIN-PATH ")."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-AERODROMES-PROCEDURE.

           DISPLAY "Flight ID (branco = todos os voos): "
               WITH NO ADVANCING.
           ACCEPT WS-SELECTED-FLIGHT-ID.

           OPEN INPUT FLIGHT-POSITIONS.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
                   WS-FLIGHT-POS-PATH
                   " (file status " WS-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CLEARANCE-REPORT-FILE.
           MOVE SPACES TO CLEARANCE-REPORT-LINE.
           STRING "SEPARACAO AO RELEVO POR VOO (minimo "
               WS-MIN-CLEARANCE " ft)"
               DELIMITED BY SIZE INTO CLEARANCE-REPORT-LINE.
           WRITE CLEARANCE-REPORT-LINE.

           PERFORM UNTIL WS-EOF = "Y"
               READ FLIGHT-POSITIONS NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FREC-TYPE = "P" AND
                           (WS-SELECTED-FLIGHT-ID = SPACES OR
                            FFLIGHT-ID = WS-SELECTED-FLIGHT-ID)
                           PERFORM NOTE-POSITION-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
      *    fecha o ultimo voo em curso:
           IF WS-CUR-FLIGHT NOT = SPACES
               PERFORM CLOSE-FLIGHT-PROCEDURE
           END-IF.

           MOVE SPACES TO CLEARANCE-REPORT-LINE.
           WRITE CLEARANCE-REPORT-LINE.
           MOVE SPACES TO CLEARANCE-REPORT-LINE.
           STRING "Voos verificados: " WS-N-FLIGHTS
               "  com separacao insuficiente: " WS-N-FLAGGED
               "  segmentos: " WS-TOT-SEGMENTS
               DELIMITED BY SIZE INTO CLEARANCE-REPORT-LINE.
           WRITE CLEARANCE-REPORT-LINE.
           DISPLAY CLEARANCE-REPORT-LINE.

           CLOSE FLIGHT-POSITIONS.
           CLOSE CLEARANCE-REPORT-FILE.
           MOVE "TERRAIN-CLEARANCE" TO WS-SPL-PROGRAM.
           MOVE "SEPARACAO DO TERRENO" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-CLEARANCE-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           IF WS-TE-OVERFLOW = "Y"
               DISPLAY "AVISO: grelha de relevo maior do que a tabela "
                   "(2000) -- as restantes celulas foram ignoradas."
           END-IF.
           DISPLAY "Relatorio de separacao ao relevo em "
               WS-CLEARANCE-RPT-PATH ".".
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FLIGHT_POS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FLIGHT-POS-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TERRAIN_GRID_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-TERRAIN-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AERODROMES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-AERODROME-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "TERRAIN_CLEARANCE_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CLEARANCE-RPT-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TERRAIN_MIN_CLEAR_FT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-MIN-CLEARANCE
           END-IF.


       LOAD-TERRAIN-PROCEDURE.
           MOVE ZERO TO WS-TE-COUNT.
           OPEN INPUT TERRAIN-FILE.
           IF WS-TERRAIN-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TERRAIN-STATUS = "10"
               READ TERRAIN-FILE
                   AT END MOVE "10" TO WS-TERRAIN-STATUS
                   NOT AT END
                       IF WS-TE-COUNT >= 2000
                           MOVE "Y" TO WS-TE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-TE-COUNT
                           SET TE-IDX TO WS-TE-COUNT
                           MOVE TE-LAT-MIN TO WS-TE-LAT-MIN(TE-IDX)
                           MOVE TE-LAT-MAX TO WS-TE-LAT-MAX(TE-IDX)
                           MOVE TE-LON-MIN TO WS-TE-LON-MIN(TE-IDX)
                           MOVE TE-LON-MAX TO WS-TE-LON-MAX(TE-IDX)
                           MOVE TE-ELEV TO WS-TE-ELEV(TE-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERRAIN-FILE.


      *    sem ficheiro de aerodromos todos os fixos sao verificados:
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
                       IF WS-AD-COUNT < 200
                           ADD 1 TO WS-AD-COUNT
                           SET AD-IDX TO WS-AD-COUNT
                           MOVE AD-ICAO TO WS-AD-ICAO(AD-IDX)
                           MOVE AD-LAT TO WS-AD-LAT(AD-IDX)
                           MOVE AD-LON TO WS-AD-LON(AD-IDX)
                           MOVE AD-RAIO-NM TO WS-AD-RAIO-NM(AD-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AERODROME-FILE.


      *    margem = altitude - (elevacao da celula); abaixo do minimo
      *    abre ou prolonga um segmento, acima fecha-o:
       NOTE-POSITION-PROCEDURE.
           IF FFLIGHT-ID NOT = WS-CUR-FLIGHT
               IF WS-CUR-FLIGHT NOT = SPACES
                   PERFORM CLOSE-FLIGHT-PROCEDURE
               END-IF
               ADD 1 TO WS-N-FLIGHTS
               MOVE FFLIGHT-ID TO WS-CUR-FLIGHT
               MOVE ZERO TO WS-N-CHECKED
               MOVE ZERO TO WS-N-NO-CELL
               MOVE ZERO TO WS-N-SEGMENTS
               MOVE "N" TO WS-SEG-OPEN
           END-IF.

           MOVE FLATITUDE TO WS-LAT-NUM.
           MOVE FLONGITUDE TO WS-LON-NUM.
           PERFORM CHECK-NEAR-AERODROME-PROCEDURE.
           IF WS-NEAR-AD = "Y"
               PERFORM CLOSE-SEGMENT-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CELL-PROCEDURE.
           IF WS-CELL-FOUND = "N"
               ADD 1 TO WS-N-NO-CELL
               PERFORM CLOSE-SEGMENT-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-N-CHECKED.
           COMPUTE WS-MARGIN = FALTITUDE - WS-CELL-ELEV.
           IF WS-MARGIN >= WS-MIN-CLEARANCE
               PERFORM CLOSE-SEGMENT-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF WS-SEG-OPEN = "N"
               MOVE "Y" TO WS-SEG-OPEN
               MOVE FS-TIMESTAMP TO WS-SEG-START
               MOVE ZERO TO WS-SEG-FIXES
               MOVE 999999 TO WS-SEG-WORST
           END-IF.
           ADD 1 TO WS-SEG-FIXES.
           MOVE FS-TIMESTAMP TO WS-SEG-END.
           IF WS-MARGIN < WS-SEG-WORST
               MOVE WS-MARGIN TO WS-SEG-WORST
               MOVE WS-LAT-NUM TO WS-SEG-LAT
               MOVE WS-LON-NUM TO WS-SEG-LON
               MOVE FALTITUDE TO WS-SEG-ALT
               MOVE WS-CELL-ELEV TO WS-SEG-ELEV
           END-IF.


      *    aproximacao simples de 1 grau ~ 60 milhas nauticas:
       CHECK-NEAR-AERODROME-PROCEDURE.
           MOVE "N" TO WS-NEAR-AD.
           PERFORM VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > WS-AD-COUNT
               COMPUTE WS-DLAT = WS-LAT-NUM - WS-AD-LAT(AD-IDX)
               COMPUTE WS-DLON = WS-LON-NUM - WS-AD-LON(AD-IDX)
               COMPUTE WS-DIST-NM = 60 * FUNCTION SQRT(
                   (WS-DLAT * WS-DLAT) + (WS-DLON * WS-DLON))
               IF WS-DIST-NM <= WS-AD-RAIO-NM(AD-IDX)
                   MOVE "Y" TO WS-NEAR-AD
                   EXIT PERFORM
               END-IF
           END-PERFORM.


      *    celulas sobrepostas: conta a mais alta:
       FIND-CELL-PROCEDURE.
           MOVE "N" TO WS-CELL-FOUND.
           MOVE ZERO TO WS-CELL-ELEV.
           PERFORM VARYING TE-IDX FROM 1 BY 1
               UNTIL TE-IDX > WS-TE-COUNT
               IF WS-LAT-NUM >= WS-TE-LAT-MIN(TE-IDX)
                   AND WS-LAT-NUM <= WS-TE-LAT-MAX(TE-IDX)
                   AND WS-LON-NUM >= WS-TE-LON-MIN(TE-IDX)
                   AND WS-LON-NUM <= WS-TE-LON-MAX(TE-IDX)
                   MOVE "Y" TO WS-CELL-FOUND
                   IF WS-TE-ELEV(TE-IDX) > WS-CELL-ELEV
                       MOVE WS-TE-ELEV(TE-IDX) TO WS-CELL-ELEV
                   END-IF
               END-IF
           END-PERFORM.


       CLOSE-SEGMENT-PROCEDURE.
           IF WS-SEG-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SEG-OPEN.
           ADD 1 TO WS-N-SEGMENTS.
           ADD 1 TO WS-TOT-SEGMENTS.
           MOVE WS-SEG-WORST TO M-MARGIN.
           MOVE WS-SEG-LAT TO M-LAT.
           MOVE WS-SEG-LON TO M-LON.
           MOVE WS-SEG-ALT TO M-ALT.
           MOVE WS-SEG-ELEV TO M-ELEV.
           MOVE SPACES TO CLEARANCE-REPORT-LINE.
           STRING WS-CUR-FLIGHT ": " WS-SEG-START " a " WS-SEG-END
               " (" WS-SEG-FIXES " fixos) margem minima " M-MARGIN
               " ft"
               DELIMITED BY SIZE INTO CLEARANCE-REPORT-LINE.
           WRITE CLEARANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CLEARANCE-REPORT-LINE.
           STRING "    em LAT " M-LAT " LON " M-LON " altitude "
               M-ALT " ft, relevo " M-ELEV " ft"
               DELIMITED BY SIZE INTO CLEARANCE-REPORT-LINE.
           WRITE CLEARANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY "  *** SEPARACAO AO RELEVO INSUFICIENTE: "
               WS-CUR-FLIGHT " " WS-SEG-START " margem " M-MARGIN
               " ft ***".


       CLOSE-FLIGHT-PROCEDURE.
           PERFORM CLOSE-SEGMENT-PROCEDURE.
           IF WS-N-SEGMENTS > ZERO
               ADD 1 TO WS-N-FLAGGED
           END-IF.
           MOVE SPACES TO CLEARANCE-REPORT-LINE.
           STRING "VOO " WS-CUR-FLIGHT ": " WS-N-CHECKED
               " fixos verificados, " WS-N-SEGMENTS
               " segmentos abaixo do minimo, " WS-N-NO-CELL
               " sem celula"
               DELIMITED BY SIZE INTO CLEARANCE-REPORT-LINE.
           WRITE CLEARANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY CLEARANCE-REPORT-LINE.


       COPY "SPOOLP.cpy".

       END PROGRAM TERRAIN-CLEARANCE.
