      *----------------------------------------------------------------*
      * Shared weekly timetable logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-TTBL-PATH-PROCEDURE then
      * LOAD-TIMETABLE-PROCEDURE once at startup; PERFORM
      * SAVE-TIMETABLE-PROCEDURE when WS-TTBL-DIRTY = "Y". Fill
      * WS-TT-CHK-* and PERFORM CHECK-TIMETABLE-CLASH-PROCEDURE to
      * know whether a class would put a teacher, a room or a turma
      * in two places in the same slot.
      *----------------------------------------------------------------*
       INIT-TTBL-PATH-PROCEDURE.
           ACCEPT WS-TTBL-ENV-VALUE FROM ENVIRONMENT "TIMETABLE_FILE".
           IF WS-TTBL-ENV-VALUE NOT = SPACES
               MOVE WS-TTBL-ENV-VALUE TO WS-TTBL-PATH
           END-IF.

       LOAD-TIMETABLE-PROCEDURE.
           MOVE ZERO TO WS-TTBL-COUNT.
           OPEN INPUT TIMETABLE-FILE.
           IF WS-TTBL-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-TTBL-STATUS = "10"
                   READ TIMETABLE-FILE
                       AT END MOVE "10" TO WS-TTBL-STATUS
                       NOT AT END
                           IF WS-TTBL-COUNT >= 300
                               MOVE "Y" TO WS-TTBL-OVERFLOW
                           ELSE
                               ADD 1 TO WS-TTBL-COUNT
                               SET TT-IDX TO WS-TTBL-COUNT
                               MOVE TT-TURMA TO WS-TT-TURMA(TT-IDX)
                               MOVE TT-CURSO TO WS-TT-CURSO(TT-IDX)
                               MOVE TT-DIA TO WS-TT-DIA(TT-IDX)
                               MOVE TT-HORA TO WS-TT-HORA(TT-IDX)
                               MOVE TT-DURACAO
                                   TO WS-TT-DURACAO(TT-IDX)
                               MOVE TT-SALA TO WS-TT-SALA(TT-IDX)
                               MOVE TT-PROFESSOR
                                   TO WS-TT-PROFESSOR(TT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.

       SAVE-TIMETABLE-PROCEDURE.
           IF WS-TTBL-OVERFLOW = "Y"
               DISPLAY "ERRO: timetable com mais linhas do que a "
                   "tabela (300) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT TIMETABLE-FILE
               PERFORM VARYING TT-IDX FROM 1 BY 1
                   UNTIL TT-IDX > WS-TTBL-COUNT
                   MOVE WS-TT-TURMA(TT-IDX)     TO TT-TURMA
                   MOVE WS-TT-CURSO(TT-IDX)     TO TT-CURSO
                   MOVE WS-TT-DIA(TT-IDX)       TO TT-DIA
                   MOVE WS-TT-HORA(TT-IDX)      TO TT-HORA
                   MOVE WS-TT-DURACAO(TT-IDX)   TO TT-DURACAO
                   MOVE WS-TT-SALA(TT-IDX)      TO TT-SALA
                   MOVE WS-TT-PROFESSOR(TT-IDX) TO TT-PROFESSOR
                   WRITE TIMETABLE-RECORD
               END-PERFORM
               CLOSE TIMETABLE-FILE
               MOVE "N" TO WS-TTBL-DIRTY
           END-IF.

      *    duas aulas chocam quando sao no mesmo dia, os intervalos
      *    [inicio, fim) se sobrepoem e partilham professor, sala ou
      *    turma:
       CHECK-TIMETABLE-CLASH-PROCEDURE.
           MOVE "N" TO WS-TT-CLASH.
           MOVE SPACES TO WS-TT-CLASH-MOTIVO.
           DIVIDE WS-TT-CHK-HORA BY 100 GIVING WS-TT-HH
               REMAINDER WS-TT-MM.
           COMPUTE WS-TT-START-A = WS-TT-HH * 60 + WS-TT-MM.
           COMPUTE WS-TT-END-A = WS-TT-START-A + WS-TT-CHK-DURACAO.
           PERFORM VARYING TT-IDX2 FROM WS-TT-CHK-FROM BY 1
               UNTIL TT-IDX2 > WS-TTBL-COUNT
               IF TT-IDX2 NOT = WS-TT-CHK-SKIP
                   AND WS-TT-DIA(TT-IDX2) = WS-TT-CHK-DIA
                   DIVIDE WS-TT-HORA(TT-IDX2) BY 100
                       GIVING WS-TT-HH REMAINDER WS-TT-MM
                   COMPUTE WS-TT-START-B = WS-TT-HH * 60 + WS-TT-MM
                   COMPUTE WS-TT-END-B =
                       WS-TT-START-B + WS-TT-DURACAO(TT-IDX2)
                   IF WS-TT-START-A < WS-TT-END-B
                       AND WS-TT-START-B < WS-TT-END-A
                       EVALUATE TRUE
                           WHEN WS-TT-PROFESSOR(TT-IDX2)
                               = WS-TT-CHK-PROFESSOR
                               MOVE "PROFESSOR" TO WS-TT-CLASH-MOTIVO
                           WHEN WS-TT-SALA(TT-IDX2) = WS-TT-CHK-SALA
                               MOVE "SALA" TO WS-TT-CLASH-MOTIVO
                           WHEN WS-TT-TURMA(TT-IDX2) = WS-TT-CHK-TURMA
                               MOVE "TURMA" TO WS-TT-CLASH-MOTIVO
                       END-EVALUATE
                       IF WS-TT-CLASH-MOTIVO NOT = SPACES
                           MOVE "Y" TO WS-TT-CLASH
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
