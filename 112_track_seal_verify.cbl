       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRACK-SEAL-VERIFY.
      *=================================================================
      * Purpose: Independently verify the track seals written by
      *          BLACK-BOX. Reads the live FLIGHT-POSITIONS file, or an
      *          archive file written by FLIGHT-ARCHIVE, recomputes
      *          each flight's running check value over its H/P
      *          records in file order and compares it (and the number
      *          of records) with the values stored on the flight's T
      *          trailer -- or, for a flight still open in the live
      *          file, with the values kept in the FLIGHT-INDEX. Any
      *          flight whose records were altered, removed, added or
      *          reordered is reported, and the run ends with a nonzero
      *          RETURN-CODE, for incident investigations.
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

      *    ficheiro de arquivo do FLIGHT-ARCHIVE (imagens dos registos
      *    H/P/T dos voos encerrados, uma por linha):
           SELECT FLIGHT-ARCHIVE-FILE
           ASSIGN TO DYNAMIC WS-FLIGHT-ARC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARC-STATUS.

           COPY "FLIDXSEL.cpy".

           SELECT SEAL-REPORT-FILE
           ASSIGN TO DYNAMIC WS-SEAL-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * mesma imagem do POSITION-RECORD de BLACK-BOX:
       FD FLIGHT-POSITIONS.
       01 POSITION-RECORD.
           05 FREC-TYPE  PIC X(1).
           05 FFLIGHT-ID PIC X(10).
           05 FS-TIMESTAMP.
               10 FSYEAR     PIC 9(4).
               10 FSMONTH    PIC 9(2).
               10 FSDAY      PIC 99.
               10 FSHOUR     PIC 99.
               10 FSMINUTE   PIC 99.
               10 FSSECOND   PIC 99.
           05 FLATITUDE  PIC 99.9(15).
           05 FLONGITUDE PIC 99.9(15).
           05 FALTITUDE  PIC 9(5).

       FD FLIGHT-ARCHIVE-FILE.
       01 FLIGHT-ARCHIVE-RECORD PIC X(68).

       COPY "FLIDXFD.cpy".

       FD  SEAL-REPORT-FILE.
       01  SEAL-REPORT-LINE PIC X(90).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 WS-FLIGHT-POS-PATH   PIC X(60)
           VALUE "..\flight-positions.dat".
       01 WS-FLIGHT-ARC-PATH   PIC X(60) VALUE SPACES.
       01 WS-SEAL-RPT-PATH     PIC X(60)
           VALUE "..\track-seal-verify.txt".
       01 WS-ENV-VALUE         PIC X(60).
       01 WS-FILE-STATUS       PIC XX.
       01 WS-ARC-STATUS        PIC XX.
       01 WS-EOF               PIC X VALUE "N".

      * origem: L = ficheiro vivo, A = arquivo do FLIGHT-ARCHIVE:
       01 WS-SOURCE            PIC X VALUE "L".
       01 WS-SEL-FLIGHT        PIC X(10) VALUE SPACES.

      * registo corrente e vista do trailer "T" (ver BLACK-BOX):
       01 WS-IMAGE PIC X(66).
       01 WS-IMAGE-VIEW REDEFINES WS-IMAGE.
           05 WS-IM-TYPE    PIC X.
           05 WS-IM-FLIGHT  PIC X(10).
           05 WS-IM-SEAL    PIC X(10).
           05 WS-IM-SEAL-N  PIC X(6).
           05 FILLER        PIC X(39).
       01 WS-T-SEAL         PIC 9(10).
       01 WS-T-SEAL-N       PIC 9(6).

      * cadeia recalculada por voo, pela ordem em que aparecem:
       01 WS-VF-COUNT PIC 9(3) VALUE ZERO.
       01 WS-VF-TABLE.
           05 WS-VF-ENTRY OCCURS 200 TIMES INDEXED BY VF-IDX.
               10 WS-VF-FLIGHT  PIC X(10).
               10 WS-VF-SEAL    PIC 9(10).
               10 WS-VF-N       PIC 9(6).
      *        N = sem trailer, Y = trailer lido:
               10 WS-VF-CLOSED  PIC X.
               10 WS-VF-RESULT  PIC X(35).
       01 WS-VF-OVERFLOW    PIC X VALUE "N".
       01 WS-VF-FOUND       PIC X.

       01 WS-N-INTACT       PIC 9(3) VALUE ZERO.
       01 WS-N-FAILED       PIC 9(3) VALUE ZERO.
       01 WS-N-RECORDS      PIC 9(6) VALUE ZERO.

       COPY "FLIDXWS.cpy".

       COPY "TRKSEAL.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-SEAL-KEY-PROCEDURE.

           DISPLAY "Ficheiro de arquivo do FLIGHT-ARCHIVE "
               "(ENTER = ficheiro vivo): " WITH NO ADVANCING.
           ACCEPT WS-FLIGHT-ARC-PATH.
           IF WS-FLIGHT-ARC-PATH NOT = SPACES
               MOVE "A" TO WS-SOURCE
           END-IF.
           DISPLAY "Flight ID (ENTER = todos): " WITH NO ADVANCING.
           ACCEPT WS-SEL-FLIGHT.

           IF WS-SOURCE = "A"
               PERFORM READ-ARCHIVE-PROCEDURE
           ELSE
               PERFORM INIT-FLIGHT-INDEX-PATH-PROCEDURE
               PERFORM LOAD-FLIGHT-INDEX-PROCEDURE
               PERFORM READ-LIVE-FILE-PROCEDURE
           END-IF.

           OPEN OUTPUT SEAL-REPORT-FILE.
           PERFORM PRINT-HEADER-PROCEDURE.
           PERFORM VARYING VF-IDX FROM 1 BY 1
               UNTIL VF-IDX > WS-VF-COUNT
               PERFORM ASSESS-FLIGHT-PROCEDURE
           END-PERFORM.
           PERFORM PRINT-TOTALS-PROCEDURE.
           CLOSE SEAL-REPORT-FILE.
           MOVE "TRACK-SEAL-VERIFY" TO WS-SPL-PROGRAM.
           MOVE "VERIFICACAO DOS SELOS DE TRAJETO" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-SEAL-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-VF-OVERFLOW = "Y"
               DISPLAY "AVISO: mais de 200 voos -- os restantes NAO "
                   "foram verificados."
           END-IF.
           DISPLAY "Voos intactos: " WS-N-INTACT
               "  com anomalia: " WS-N-FAILED
               " -- relatorio em " WS-SEAL-RPT-PATH.
           IF WS-N-FAILED > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FLIGHT_POSITIONS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FLIGHT-POS-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "TRACK_SEAL_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-SEAL-RPT-PATH
           END-IF.


       READ-LIVE-FILE-PROCEDURE.
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
                       MOVE POSITION-RECORD TO WS-IMAGE
                       PERFORM CHAIN-RECORD-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE FLIGHT-POSITIONS.


       READ-ARCHIVE-PROCEDURE.
           OPEN INPUT FLIGHT-ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
                   WS-FLIGHT-ARC-PATH
                   " (file status " WS-ARC-STATUS ")"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FLIGHT-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE FLIGHT-ARCHIVE-RECORD(1:66) TO WS-IMAGE
                       PERFORM CHAIN-RECORD-PROCEDURE
               END-READ
           END-PERFORM.
           CLOSE FLIGHT-ARCHIVE-FILE.


      *    cada registo H/P entra na cadeia do seu voo (o cabecalho
      *    recomeca-a); o trailer fecha o voo e e comparado ja, antes
      *    de qualquer registo que ainda apareca depois dele:
       CHAIN-RECORD-PROCEDURE.
           IF WS-SEL-FLIGHT NOT = SPACES
               AND WS-IM-FLIGHT NOT = WS-SEL-FLIGHT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-N-RECORDS.
           PERFORM FIND-FLIGHT-PROCEDURE.
           IF WS-VF-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.

           IF WS-VF-CLOSED(VF-IDX) = "Y"
               IF WS-VF-RESULT(VF-IDX) = SPACES
                   MOVE "REGISTOS APOS O TRAILER"
                       TO WS-VF-RESULT(VF-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-IM-TYPE = "T"
               MOVE "Y" TO WS-VF-CLOSED(VF-IDX)
               IF WS-IM-SEAL NOT NUMERIC OR WS-IM-SEAL-N NOT NUMERIC
                   MOVE "SEM SELO NO TRAILER"
                       TO WS-VF-RESULT(VF-IDX)
               ELSE
                   MOVE WS-IM-SEAL TO WS-T-SEAL
                   MOVE WS-IM-SEAL-N TO WS-T-SEAL-N
                   PERFORM COMPARE-SEAL-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-IM-TYPE = "H"
               PERFORM START-SEAL-PROCEDURE
           ELSE
               MOVE WS-VF-SEAL(VF-IDX) TO WS-SEAL-VALUE
               MOVE WS-VF-N(VF-IDX) TO WS-SEAL-COUNT
           END-IF.
           MOVE WS-IMAGE TO WS-SEAL-IMAGE.
           PERFORM SEAL-RECORD-PROCEDURE.
           MOVE WS-SEAL-VALUE TO WS-VF-SEAL(VF-IDX).
           MOVE WS-SEAL-COUNT TO WS-VF-N(VF-IDX).


      *    um voo novo comeca a cadeia no valor da chave, tal como o
      *    BLACK-BOX quando falta o cabecalho no indice:
       FIND-FLIGHT-PROCEDURE.
           MOVE "N" TO WS-VF-FOUND.
           PERFORM VARYING VF-IDX FROM 1 BY 1
               UNTIL VF-IDX > WS-VF-COUNT
               IF WS-VF-FLIGHT(VF-IDX) = WS-IM-FLIGHT
                   MOVE "Y" TO WS-VF-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-VF-FOUND = "N"
               IF WS-VF-COUNT >= 200
                   MOVE "Y" TO WS-VF-OVERFLOW
               ELSE
                   ADD 1 TO WS-VF-COUNT
                   SET VF-IDX TO WS-VF-COUNT
                   MOVE WS-IM-FLIGHT TO WS-VF-FLIGHT(VF-IDX)
                   PERFORM START-SEAL-PROCEDURE
                   MOVE WS-SEAL-VALUE TO WS-VF-SEAL(VF-IDX)
                   MOVE ZERO TO WS-VF-N(VF-IDX)
                   MOVE "N" TO WS-VF-CLOSED(VF-IDX)
                   MOVE SPACES TO WS-VF-RESULT(VF-IDX)
                   MOVE "Y" TO WS-VF-FOUND
               END-IF
           END-IF.


      *    numero de registos diferente = registos removidos ou
      *    acrescentados; mesmo numero com valor diferente = registos
      *    alterados ou trocados de ordem:
       COMPARE-SEAL-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-VF-N(VF-IDX) < WS-T-SEAL-N
                   MOVE "REGISTOS REMOVIDOS"
                       TO WS-VF-RESULT(VF-IDX)
               WHEN WS-VF-N(VF-IDX) > WS-T-SEAL-N
                   MOVE "REGISTOS ACRESCENTADOS"
                       TO WS-VF-RESULT(VF-IDX)
               WHEN WS-VF-SEAL(VF-IDX) NOT = WS-T-SEAL
                   MOVE "REGISTOS ALTERADOS OU REORDENADOS"
                       TO WS-VF-RESULT(VF-IDX)
               WHEN OTHER
                   MOVE "INTACTO" TO WS-VF-RESULT(VF-IDX)
           END-EVALUATE.


      *    voos sem trailer: no arquivo so ha voos encerrados, logo o
      *    trailer foi tirado; no ficheiro vivo o voo aberto e
      *    comparado com o selo corrente guardado no indice lateral:
       ASSESS-FLIGHT-PROCEDURE.
           IF WS-VF-CLOSED(VF-IDX) = "N"
               IF WS-SOURCE = "A"
                   MOVE "TRAILER REMOVIDO" TO WS-VF-RESULT(VF-IDX)
               ELSE
                   PERFORM ASSESS-OPEN-FLIGHT-PROCEDURE
               END-IF
           END-IF.

           IF WS-VF-RESULT(VF-IDX) = "INTACTO"
               OR WS-VF-RESULT(VF-IDX) = "ABERTO, INTACTO"
               ADD 1 TO WS-N-INTACT
           ELSE
               ADD 1 TO WS-N-FAILED
           END-IF.
           MOVE WS-VF-N(VF-IDX) TO WS-SEAL-COUNT.
           MOVE SPACES TO SEAL-REPORT-LINE.
           STRING WS-VF-FLIGHT(VF-IDX) "  " WS-SEAL-COUNT
               "  " WS-VF-SEAL(VF-IDX) "  " WS-VF-RESULT(VF-IDX)
               DELIMITED BY SIZE INTO SEAL-REPORT-LINE.
           WRITE SEAL-REPORT-LINE.


       ASSESS-OPEN-FLIGHT-PROCEDURE.
           MOVE WS-VF-FLIGHT(VF-IDX) TO WS-FLIDX-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-INDEX-PROCEDURE.
           EVALUATE TRUE
               WHEN WS-FLIDX-FOUND = "N"
                   MOVE "ABERTO, SEM ENTRADA NO INDICE"
                       TO WS-VF-RESULT(VF-IDX)
               WHEN WS-FX-STATUS(FX-IDX) = "F"
                   MOVE "TRAILER REMOVIDO" TO WS-VF-RESULT(VF-IDX)
               WHEN WS-FX-SEAL-N(FX-IDX) = ZERO
                   MOVE "ABERTO, SEM SELO NO INDICE"
                       TO WS-VF-RESULT(VF-IDX)
               WHEN OTHER
                   MOVE WS-FX-SEAL(FX-IDX) TO WS-T-SEAL
                   MOVE WS-FX-SEAL-N(FX-IDX) TO WS-T-SEAL-N
                   PERFORM COMPARE-SEAL-PROCEDURE
                   IF WS-VF-RESULT(VF-IDX) = "INTACTO"
                       MOVE "ABERTO, INTACTO" TO WS-VF-RESULT(VF-IDX)
                   END-IF
           END-EVALUATE.


       PRINT-HEADER-PROCEDURE.
           MOVE SPACES TO SEAL-REPORT-LINE.
           IF WS-SOURCE = "A"
               STRING "VERIFICACAO DOS SELOS DAS PISTAS -- ARQUIVO "
                   WS-FLIGHT-ARC-PATH
                   DELIMITED BY SIZE INTO SEAL-REPORT-LINE
           ELSE
               STRING "VERIFICACAO DOS SELOS DAS PISTAS -- "
                   WS-FLIGHT-POS-PATH
                   DELIMITED BY SIZE INTO SEAL-REPORT-LINE
           END-IF.
           WRITE SEAL-REPORT-LINE.
           MOVE SPACES TO SEAL-REPORT-LINE.
           WRITE SEAL-REPORT-LINE.
           MOVE SPACES TO SEAL-REPORT-LINE.
           STRING "VOO         REGS    SELO        RESULTADO"
               DELIMITED BY SIZE INTO SEAL-REPORT-LINE.
           WRITE SEAL-REPORT-LINE.


       PRINT-TOTALS-PROCEDURE.
           MOVE SPACES TO SEAL-REPORT-LINE.
           WRITE SEAL-REPORT-LINE.
           MOVE SPACES TO SEAL-REPORT-LINE.
           STRING "Registos lidos: " WS-N-RECORDS
               "  voos intactos: " WS-N-INTACT
               "  com anomalia: " WS-N-FAILED
               DELIMITED BY SIZE INTO SEAL-REPORT-LINE.
           WRITE SEAL-REPORT-LINE.


       COPY "FLIDXP.cpy".

       COPY "TRKSEALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM TRACK-SEAL-VERIFY.
