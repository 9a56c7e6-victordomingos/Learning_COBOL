      *----------------------------------------------------------------*
      * Shared pay-scales logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-PSCL-PATH-PROCEDURE then
      * LOAD-PAY-SCALES-PROCEDURE once at startup; MOVE the year and
      * category to WS-SC-LOOKUP-YEAR / WS-SC-LOOKUP-CAT and PERFORM
      * LOOKUP-PAY-SCALE-PROCEDURE for the band. Maintenance PERFORMs
      * SAVE-PAY-SCALES-PROCEDURE when WS-PSCL-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-PSCL-PATH-PROCEDURE.
           ACCEPT WS-PSCL-ENV-VALUE FROM ENVIRONMENT
               "PAY_SCALES_FILE".
           IF WS-PSCL-ENV-VALUE NOT = SPACES
               MOVE WS-PSCL-ENV-VALUE TO WS-PSCL-PATH
           END-IF.

       LOAD-PAY-SCALES-PROCEDURE.
           MOVE ZERO TO WS-PSCL-COUNT.
           OPEN INPUT PAY-SCALES-FILE.
           IF WS-PSCL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PSCL-STATUS = "10"
                   READ PAY-SCALES-FILE
                       AT END MOVE "10" TO WS-PSCL-STATUS
                       NOT AT END
                           IF WS-PSCL-COUNT >= 300
                               MOVE "Y" TO WS-PSCL-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PSCL-COUNT
                               SET SC-IDX TO WS-PSCL-COUNT
                               MOVE SC-YEAR TO WS-SC-YEAR(SC-IDX)
                               MOVE SC-CATEGORIA
                                   TO WS-SC-CATEGORIA(SC-IDX)
                               MOVE SC-MIN TO WS-SC-MIN(SC-IDX)
                               MOVE SC-MAX TO WS-SC-MAX(SC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-SCALES-FILE
           END-IF.

       SAVE-PAY-SCALES-PROCEDURE.
           IF WS-PSCL-OVERFLOW = "Y"
               DISPLAY "ERRO: pay-scales com mais linhas do que a "
                   "tabela (300) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT PAY-SCALES-FILE
               PERFORM VARYING SC-IDX FROM 1 BY 1
                   UNTIL SC-IDX > WS-PSCL-COUNT
                   MOVE WS-SC-YEAR(SC-IDX)      TO SC-YEAR
                   MOVE WS-SC-CATEGORIA(SC-IDX) TO SC-CATEGORIA
                   MOVE WS-SC-MIN(SC-IDX)       TO SC-MIN
                   MOVE WS-SC-MAX(SC-IDX)       TO SC-MAX
                   WRITE PAY-SCALE-RECORD
               END-PERFORM
               CLOSE PAY-SCALES-FILE
               MOVE "N" TO WS-PSCL-DIRTY
           END-IF.

       LOOKUP-PAY-SCALE-PROCEDURE.
           MOVE "N" TO WS-SC-FOUND.
           MOVE ZERO TO WS-SC-FOUND-YEAR.
           MOVE ZERO TO WS-SC-FOUND-MIN.
           MOVE ZERO TO WS-SC-FOUND-MAX.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-PSCL-COUNT
               IF WS-SC-CATEGORIA(SC-IDX) = WS-SC-LOOKUP-CAT
                   AND WS-SC-YEAR(SC-IDX) <= WS-SC-LOOKUP-YEAR
                   AND WS-SC-YEAR(SC-IDX) >= WS-SC-FOUND-YEAR
                   MOVE "Y" TO WS-SC-FOUND
                   MOVE WS-SC-YEAR(SC-IDX) TO WS-SC-FOUND-YEAR
                   MOVE WS-SC-MIN(SC-IDX) TO WS-SC-FOUND-MIN
                   MOVE WS-SC-MAX(SC-IDX) TO WS-SC-FOUND-MAX
               END-IF
           END-PERFORM.
