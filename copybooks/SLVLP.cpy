      *----------------------------------------------------------------*
      * Shared student school-year level logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-SLVL-PATH-PROCEDURE then
      * LOAD-STUDENT-LEVELS-PROCEDURE once at startup. MOVE the
      * student number and school year to WS-SL-LOOKUP-NUMERO /
      * WS-SL-LOOKUP-ANO and PERFORM LOOKUP-STUDENT-LEVEL-PROCEDURE;
      * with WS-SL-SET-* filled too, SET-STUDENT-LEVEL-PROCEDURE
      * replaces (or adds) that row. PERFORM
      * SAVE-STUDENT-LEVELS-PROCEDURE when WS-SLVL-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-SLVL-PATH-PROCEDURE.
           ACCEPT WS-SLVL-ENV-VALUE FROM ENVIRONMENT
               "STUDENT_LEVELS_FILE".
           IF WS-SLVL-ENV-VALUE NOT = SPACES
               MOVE WS-SLVL-ENV-VALUE TO WS-SLVL-PATH
           END-IF.

       LOAD-STUDENT-LEVELS-PROCEDURE.
           MOVE ZERO TO WS-SLVL-COUNT.
           OPEN INPUT STUDENT-LEVEL-FILE.
           IF WS-SLVL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-SLVL-STATUS = "10"
                   READ STUDENT-LEVEL-FILE
                       AT END MOVE "10" TO WS-SLVL-STATUS
                       NOT AT END
                           IF WS-SLVL-COUNT >= 600
                               MOVE "Y" TO WS-SLVL-OVERFLOW
                           ELSE
                               ADD 1 TO WS-SLVL-COUNT
                               SET SL-IDX TO WS-SLVL-COUNT
                               MOVE SL-NUMERO TO WS-SL-NUMERO(SL-IDX)
                               MOVE SL-ANO-LETIVO
                                   TO WS-SL-ANO-LETIVO(SL-IDX)
                               MOVE SL-ANO-ESCOLAR
                                   TO WS-SL-ANO-ESCOLAR(SL-IDX)
                               MOVE SL-SITUACAO
                                   TO WS-SL-SITUACAO(SL-IDX)
                               MOVE SL-DATA TO WS-SL-DATA(SL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-LEVEL-FILE
           END-IF.

       SAVE-STUDENT-LEVELS-PROCEDURE.
           IF WS-SLVL-OVERFLOW = "Y"
               DISPLAY "ERRO: student-levels com mais linhas do que a "
                   "tabela (600) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT STUDENT-LEVEL-FILE
               PERFORM VARYING SL-IDX FROM 1 BY 1
                   UNTIL SL-IDX > WS-SLVL-COUNT
                   MOVE WS-SL-NUMERO(SL-IDX)      TO SL-NUMERO
                   MOVE WS-SL-ANO-LETIVO(SL-IDX)  TO SL-ANO-LETIVO
                   MOVE WS-SL-ANO-ESCOLAR(SL-IDX) TO SL-ANO-ESCOLAR
                   MOVE WS-SL-SITUACAO(SL-IDX)    TO SL-SITUACAO
                   MOVE WS-SL-DATA(SL-IDX)        TO SL-DATA
                   WRITE STUDENT-LEVEL-RECORD
               END-PERFORM
               CLOSE STUDENT-LEVEL-FILE
               MOVE "N" TO WS-SLVL-DIRTY
           END-IF.

       LOOKUP-STUDENT-LEVEL-PROCEDURE.
           MOVE "N" TO WS-SL-FOUND.
           PERFORM VARYING SL-IDX FROM 1 BY 1
               UNTIL SL-IDX > WS-SLVL-COUNT
               IF WS-SL-NUMERO(SL-IDX) = WS-SL-LOOKUP-NUMERO
                   AND WS-SL-ANO-LETIVO(SL-IDX) = WS-SL-LOOKUP-ANO
                   MOVE "Y" TO WS-SL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SET-STUDENT-LEVEL-PROCEDURE.
           PERFORM LOOKUP-STUDENT-LEVEL-PROCEDURE.
           IF WS-SL-FOUND = "N"
               IF WS-SLVL-COUNT >= 600
                   MOVE "Y" TO WS-SLVL-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SLVL-COUNT
               SET SL-IDX TO WS-SLVL-COUNT
               MOVE WS-SL-LOOKUP-NUMERO TO WS-SL-NUMERO(SL-IDX)
               MOVE WS-SL-LOOKUP-ANO TO WS-SL-ANO-LETIVO(SL-IDX)
           END-IF.
           MOVE WS-SL-SET-ESCOLAR TO WS-SL-ANO-ESCOLAR(SL-IDX).
           MOVE WS-SL-SET-SITUACAO TO WS-SL-SITUACAO(SL-IDX).
           MOVE WS-SL-SET-DATA TO WS-SL-DATA(SL-IDX).
           MOVE "Y" TO WS-SLVL-DIRTY.
