       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLACK-BOX.
      *=================================================================
      * Purpose: Write date, time and coordinates into a file. Each
      *          flight's records are sealed with a running check
      *          value, stored on the flight's T trailer.
      * Author:  Victor Domingos
      * Date:    2019-10-16
      * License: MIT
           05 FLATITUDE  PIC 99.9(15).
           05 FLONGITUDE PIC 99.9(15).
           05 FALTITUDE  PIC 9(5).
      *    o trailer "T" de um voo leva o selo final da pista (valor
      *    de controlo encadeado sobre os registos H/P do voo, ver
      *    TRKSEAL.cpy) e o numero de registos selados:
       01 TRAILER-RECORD.
           05 FILLER     PIC X(11).
           05 FT-SEAL    PIC 9(10).
           05 FT-SEAL-N  PIC 9(6).
           05 FILLER     PIC X(39).

       FD POSITION-COUNTER.
       01 COUNTER-RECORD PIC 9(6).
      * validacao de calendario partilhada:
       COPY "DATEVAL.cpy".

      * selo encadeado dos registos de cada voo:
       COPY "TRKSEAL.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-FLIGHT-INDEX-PATH-PROCEDURE.
           PERFORM LOAD-FLIGHT-INDEX-PROCEDURE.
           PERFORM INIT-SEAL-KEY-PROCEDURE.
           PERFORM READ-COUNTER-PROCEDURE.

           OPEN I-O FLIGHT-POSITIONS.
           DISPLAY "Altitude (feet, 9(5)): " WITH NO ADVANCING.
           ACCEPT FALTITUDE.

           PERFORM SEAL-RECORD-IMAGE-PROCEDURE.
           WRITE POSITION-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o registo (chave "
           MOVE WS-REL-KEY TO WS-FLIDX-UPD-KEY.
           MOVE "P" TO WS-FLIDX-UPD-TYPE.
           PERFORM UPDATE-FLIGHT-INDEX-PROCEDURE.
           PERFORM KEEP-SEAL-PROCEDURE.

           ADD 1 TO WS-REL-KEY.

           MOVE SPACES TO POSITION-RECORD.
           MOVE "H" TO FREC-TYPE.
           MOVE WS-FLIGHT-ID TO FFLIGHT-ID.
           PERFORM SEAL-RECORD-IMAGE-PROCEDURE.
           WRITE POSITION-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o cabecalho do voo (chave "
           MOVE WS-REL-KEY TO WS-FLIDX-UPD-KEY.
           MOVE "H" TO WS-FLIDX-UPD-TYPE.
           PERFORM UPDATE-FLIGHT-INDEX-PROCEDURE.
           PERFORM KEEP-SEAL-PROCEDURE.
           ADD 1 TO WS-REL-KEY.

       WRITE-FLIGHT-TRAILER-PROCEDURE.
           MOVE SPACES TO POSITION-RECORD.
           MOVE "T" TO FREC-TYPE.
           MOVE WS-FLIGHT-ID TO FFLIGHT-ID.
           MOVE WS-FLIGHT-ID TO WS-FLIDX-LOOKUP-ID.
           PERFORM LOOKUP-FLIGHT-INDEX-PROCEDURE.
           IF WS-FLIDX-FOUND = "Y"
               MOVE WS-FX-SEAL(FX-IDX) TO FT-SEAL
               MOVE WS-FX-SEAL-N(FX-IDX) TO FT-SEAL-N
           END-IF.
           WRITE POSITION-RECORD
               INVALID KEY
                   DISPLAY "Erro ao gravar o encerramento do voo "
               MOVE IM-LAT TO FLATITUDE
               MOVE IM-LON TO FLONGITUDE
               MOVE IM-ALT TO FALTITUDE
               PERFORM SEAL-RECORD-IMAGE-PROCEDURE
               WRITE POSITION-RECORD
                   INVALID KEY
                       DISPLAY "Erro ao gravar o registo (chave "
               MOVE WS-REL-KEY TO WS-FLIDX-UPD-KEY
               MOVE "P" TO WS-FLIDX-UPD-TYPE
               PERFORM UPDATE-FLIGHT-INDEX-PROCEDURE
               PERFORM KEEP-SEAL-PROCEDURE
               ADD 1 TO WS-REL-KEY
               ADD 1 TO WS-N-LOADED
           END-IF.


      *    antes de gravar um registo H/P: o cabecalho comeca a
      *    cadeia do voo, cada fixo continua-a a partir do valor
      *    guardado no indice lateral:
       SEAL-RECORD-IMAGE-PROCEDURE.
           IF FREC-TYPE = "H"
               PERFORM START-SEAL-PROCEDURE
           ELSE
               MOVE FFLIGHT-ID TO WS-FLIDX-LOOKUP-ID
               PERFORM LOOKUP-FLIGHT-INDEX-PROCEDURE
               IF WS-FLIDX-FOUND = "Y"
                   MOVE WS-FX-SEAL(FX-IDX) TO WS-SEAL-VALUE
                   MOVE WS-FX-SEAL-N(FX-IDX) TO WS-SEAL-COUNT
               ELSE
                   PERFORM START-SEAL-PROCEDURE
               END-IF
           END-IF.
           MOVE POSITION-RECORD TO WS-SEAL-IMAGE.
           PERFORM SEAL-RECORD-PROCEDURE.

      *    depois de atualizado o indice, o novo valor fica guardado
      *    na entrada do voo (FX-IDX):
       KEEP-SEAL-PROCEDURE.
           IF WS-FLIDX-FOUND = "Y"
               MOVE WS-SEAL-VALUE TO WS-FX-SEAL(FX-IDX)
               MOVE WS-SEAL-COUNT TO WS-FX-SEAL-N(FX-IDX)
           END-IF.


       COPY "DATEVALP.cpy".

       COPY "FLIDXP.cpy".

       COPY "TRKSEALP.cpy".

       END PROGRAM BLACK-BOX.
