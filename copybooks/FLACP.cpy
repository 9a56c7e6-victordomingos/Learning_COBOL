      *----------------------------------------------------------------*
      * Shared flight-aircraft logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-FLAC-PATH-PROCEDURE then
      * LOAD-FLIGHT-AIRCRAFT-PROCEDURE once at startup. To find the
      * aircraft of a flight, MOVE the FLIGHT-ID to WS-FLAC-LOOKUP-ID
      * and PERFORM LOOKUP-FLIGHT-AIRCRAFT-PROCEDURE; check
      * WS-FLAC-FOUND and use FA-IDX. PERFORM
      * SAVE-FLIGHT-AIRCRAFT-PROCEDURE when WS-FLAC-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-FLAC-PATH-PROCEDURE.
           ACCEPT WS-FLAC-ENV-VALUE FROM ENVIRONMENT
               "FLIGHT_AIRCRAFT_FILE".
           IF WS-FLAC-ENV-VALUE NOT = SPACES
               MOVE WS-FLAC-ENV-VALUE TO WS-FLAC-PATH
           END-IF.

       LOAD-FLIGHT-AIRCRAFT-PROCEDURE.
           MOVE ZERO TO WS-FLAC-COUNT.
           OPEN INPUT FLIGHT-AIRCRAFT-FILE.
           IF WS-FLAC-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-FLAC-STATUS = "10"
                   READ FLIGHT-AIRCRAFT-FILE
                       AT END MOVE "10" TO WS-FLAC-STATUS
                       NOT AT END
                           IF WS-FLAC-COUNT >= 500
                               MOVE "Y" TO WS-FLAC-OVERFLOW
                           ELSE
                               ADD 1 TO WS-FLAC-COUNT
                               SET FA-IDX TO WS-FLAC-COUNT
                               MOVE FA-FLIGHT-ID
                                   TO WS-FA-FLIGHT-ID(FA-IDX)
                               MOVE FA-MATRICULA
                                   TO WS-FA-MATRICULA(FA-IDX)
                               MOVE FA-HORAS TO WS-FA-HORAS(FA-IDX)
                               MOVE FA-DATA TO WS-FA-DATA(FA-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLIGHT-AIRCRAFT-FILE
           END-IF.

       SAVE-FLIGHT-AIRCRAFT-PROCEDURE.
           IF WS-FLAC-OVERFLOW = "Y"
               DISPLAY "ERRO: flight-aircraft com mais linhas do que "
                   "a tabela (500) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT FLIGHT-AIRCRAFT-FILE
               PERFORM VARYING FA-IDX FROM 1 BY 1
                   UNTIL FA-IDX > WS-FLAC-COUNT
                   MOVE WS-FA-FLIGHT-ID(FA-IDX) TO FA-FLIGHT-ID
                   MOVE WS-FA-MATRICULA(FA-IDX) TO FA-MATRICULA
                   MOVE WS-FA-HORAS(FA-IDX)     TO FA-HORAS
                   MOVE WS-FA-DATA(FA-IDX)      TO FA-DATA
                   WRITE FLIGHT-AIRCRAFT-RECORD
               END-PERFORM
               CLOSE FLIGHT-AIRCRAFT-FILE
               MOVE "N" TO WS-FLAC-DIRTY
           END-IF.

       LOOKUP-FLIGHT-AIRCRAFT-PROCEDURE.
           MOVE "N" TO WS-FLAC-FOUND.
           PERFORM VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > WS-FLAC-COUNT
               IF WS-FA-FLIGHT-ID(FA-IDX) = WS-FLAC-LOOKUP-ID
                   MOVE "Y" TO WS-FLAC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
