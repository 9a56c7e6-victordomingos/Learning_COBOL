      *----------------------------------------------------------------*
      * Shared aircraft-master logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-ACFT-PATH-PROCEDURE then
      * LOAD-AIRCRAFT-PROCEDURE once at startup. To find an aircraft,
      * MOVE the registration to WS-ACFT-LOOKUP-MAT and PERFORM
      * LOOKUP-AIRCRAFT-PROCEDURE; check WS-ACFT-FOUND and use
      * AC-IDX. PERFORM SAVE-AIRCRAFT-PROCEDURE when
      * WS-ACFT-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-ACFT-PATH-PROCEDURE.
           ACCEPT WS-ACFT-ENV-VALUE FROM ENVIRONMENT "AIRCRAFT_FILE".
           IF WS-ACFT-ENV-VALUE NOT = SPACES
               MOVE WS-ACFT-ENV-VALUE TO WS-ACFT-PATH
           END-IF.

       LOAD-AIRCRAFT-PROCEDURE.
           MOVE ZERO TO WS-ACFT-COUNT.
           OPEN INPUT AIRCRAFT-FILE.
           IF WS-ACFT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ACFT-STATUS = "10"
                   READ AIRCRAFT-FILE
                       AT END MOVE "10" TO WS-ACFT-STATUS
                       NOT AT END
                           IF WS-ACFT-COUNT >= 50
                               MOVE "Y" TO WS-ACFT-OVERFLOW
                           ELSE
                               ADD 1 TO WS-ACFT-COUNT
                               SET AC-IDX TO WS-ACFT-COUNT
                               MOVE AC-MATRICULA
                                   TO WS-AC-MATRICULA(AC-IDX)
                               MOVE AC-TIPO TO WS-AC-TIPO(AC-IDX)
                               MOVE AC-MTOW TO WS-AC-MTOW(AC-IDX)
                               MOVE AC-HORAS TO WS-AC-HORAS(AC-IDX)
                               MOVE AC-INSP50-HORAS
                                   TO WS-AC-INSP50-HORAS(AC-IDX)
                               MOVE AC-INSP100-HORAS
                                   TO WS-AC-INSP100-HORAS(AC-IDX)
                               MOVE AC-ANUAL-DATA
                                   TO WS-AC-ANUAL-DATA(AC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AIRCRAFT-FILE
           END-IF.

       SAVE-AIRCRAFT-PROCEDURE.
           IF WS-ACFT-OVERFLOW = "Y"
               DISPLAY "ERRO: aircraft com mais linhas do que a "
                   "tabela (50) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT AIRCRAFT-FILE
               PERFORM VARYING AC-IDX FROM 1 BY 1
                   UNTIL AC-IDX > WS-ACFT-COUNT
                   MOVE WS-AC-MATRICULA(AC-IDX)     TO AC-MATRICULA
                   MOVE WS-AC-TIPO(AC-IDX)          TO AC-TIPO
                   MOVE WS-AC-MTOW(AC-IDX)          TO AC-MTOW
                   MOVE WS-AC-HORAS(AC-IDX)         TO AC-HORAS
                   MOVE WS-AC-INSP50-HORAS(AC-IDX)  TO AC-INSP50-HORAS
                   MOVE WS-AC-INSP100-HORAS(AC-IDX)
                       TO AC-INSP100-HORAS
                   MOVE WS-AC-ANUAL-DATA(AC-IDX)    TO AC-ANUAL-DATA
                   WRITE AIRCRAFT-RECORD
               END-PERFORM
               CLOSE AIRCRAFT-FILE
               MOVE "N" TO WS-ACFT-DIRTY
           END-IF.

       LOOKUP-AIRCRAFT-PROCEDURE.
           MOVE "N" TO WS-ACFT-FOUND.
           PERFORM VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > WS-ACFT-COUNT
               IF WS-AC-MATRICULA(AC-IDX) = WS-ACFT-LOOKUP-MAT
                   MOVE "Y" TO WS-ACFT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
