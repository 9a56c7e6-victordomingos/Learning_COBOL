      *----------------------------------------------------------------*
      * Shared flight-crew logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-FCRW-PATH-PROCEDURE then
      * LOAD-FLIGHT-CREW-PROCEDURE once at startup. To find the crew
      * of a flight, MOVE the FLIGHT-ID to WS-FCRW-LOOKUP-ID and
      * PERFORM LOOKUP-FLIGHT-CREW-PROCEDURE; check WS-FCRW-FOUND and
      * use FC-IDX. PERFORM SAVE-FLIGHT-CREW-PROCEDURE when
      * WS-FCRW-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-FCRW-PATH-PROCEDURE.
           ACCEPT WS-FCRW-ENV-VALUE FROM ENVIRONMENT
               "FLIGHT_CREW_FILE".
           IF WS-FCRW-ENV-VALUE NOT = SPACES
               MOVE WS-FCRW-ENV-VALUE TO WS-FCRW-PATH
           END-IF.

       LOAD-FLIGHT-CREW-PROCEDURE.
           MOVE ZERO TO WS-FCRW-COUNT.
           OPEN INPUT FLIGHT-CREW-FILE.
           IF WS-FCRW-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-FCRW-STATUS = "10"
                   READ FLIGHT-CREW-FILE
                       AT END MOVE "10" TO WS-FCRW-STATUS
                       NOT AT END
                           IF WS-FCRW-COUNT >= 500
                               MOVE "Y" TO WS-FCRW-OVERFLOW
                           ELSE
                               ADD 1 TO WS-FCRW-COUNT
                               SET FC-IDX TO WS-FCRW-COUNT
                               MOVE FC-FLIGHT-ID
                                   TO WS-FC-FLIGHT-ID(FC-IDX)
                               MOVE FC-PIC TO WS-FC-PIC(FC-IDX)
                               MOVE FC-COPILOTO
                                   TO WS-FC-COPILOTO(FC-IDX)
                               MOVE FC-LANCADO TO WS-FC-LANCADO(FC-IDX)
                               MOVE FC-DATA TO WS-FC-DATA(FC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLIGHT-CREW-FILE
           END-IF.

       SAVE-FLIGHT-CREW-PROCEDURE.
           IF WS-FCRW-OVERFLOW = "Y"
               DISPLAY "ERRO: flight-crew com mais linhas do que a "
                   "tabela (500) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT FLIGHT-CREW-FILE
               PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FCRW-COUNT
                   MOVE WS-FC-FLIGHT-ID(FC-IDX) TO FC-FLIGHT-ID
                   MOVE WS-FC-PIC(FC-IDX)       TO FC-PIC
                   MOVE WS-FC-COPILOTO(FC-IDX)  TO FC-COPILOTO
                   MOVE WS-FC-LANCADO(FC-IDX)   TO FC-LANCADO
                   MOVE WS-FC-DATA(FC-IDX)      TO FC-DATA
                   WRITE FLIGHT-CREW-RECORD
               END-PERFORM
               CLOSE FLIGHT-CREW-FILE
               MOVE "N" TO WS-FCRW-DIRTY
           END-IF.

       LOOKUP-FLIGHT-CREW-PROCEDURE.
           MOVE "N" TO WS-FCRW-FOUND.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCRW-COUNT
               IF WS-FC-FLIGHT-ID(FC-IDX) = WS-FCRW-LOOKUP-ID
                   MOVE "Y" TO WS-FCRW-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
