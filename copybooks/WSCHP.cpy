      *----------------------------------------------------------------*
      * Shared work-schedule logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-WSCH-PATH-PROCEDURE then
      * LOAD-WORK-SCHEDULE-PROCEDURE once at startup. To get the plan
      * for a day, MOVE the employee number and the weekday (1 =
      * Monday) to WS-SC-LOOKUP-NUMERO / WS-SC-LOOKUP-WEEKDAY and
      * PERFORM LOOKUP-SCHEDULE-PROCEDURE; WS-SC-FOUND = "N" means a
      * day off. SAVE-WORK-SCHEDULE-PROCEDURE rewrites the file from
      * the table (refused when the load overflowed).
      *----------------------------------------------------------------*
       INIT-WSCH-PATH-PROCEDURE.
           ACCEPT WS-WSCH-ENV-VALUE FROM ENVIRONMENT
               "WORK_SCHEDULES_FILE".
           IF WS-WSCH-ENV-VALUE NOT = SPACES
               MOVE WS-WSCH-ENV-VALUE TO WS-WSCH-PATH
           END-IF.

       LOAD-WORK-SCHEDULE-PROCEDURE.
           MOVE ZERO TO WS-WSCH-COUNT.
           MOVE "N" TO WS-WSCH-OVERFLOW.
           OPEN INPUT WORK-SCHEDULE-FILE.
           IF WS-WSCH-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-WSCH-STATUS = "10"
                   READ WORK-SCHEDULE-FILE
                       AT END MOVE "10" TO WS-WSCH-STATUS
                       NOT AT END
                           IF WS-WSCH-COUNT < 350
                               ADD 1 TO WS-WSCH-COUNT
                               MOVE SC-NUMERO
                                   TO WS-SC-NUMERO(WS-WSCH-COUNT)
                               MOVE SC-WEEKDAY
                                   TO WS-SC-WEEKDAY(WS-WSCH-COUNT)
                               MOVE SC-HH-INICIO
                                   TO WS-SC-HH-INICIO(WS-WSCH-COUNT)
                               MOVE SC-MM-INICIO
                                   TO WS-SC-MM-INICIO(WS-WSCH-COUNT)
                               MOVE SC-HH-FIM
                                   TO WS-SC-HH-FIM(WS-WSCH-COUNT)
                               MOVE SC-MM-FIM
                                   TO WS-SC-MM-FIM(WS-WSCH-COUNT)
                           ELSE
                               MOVE "Y" TO WS-WSCH-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-SCHEDULE-FILE
           END-IF.

       SAVE-WORK-SCHEDULE-PROCEDURE.
           IF WS-WSCH-OVERFLOW = "Y"
               DISPLAY "ERRO: work-schedules com mais linhas do que a "
                   "tabela (350) -- ficheiro NAO regravado."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-SCHEDULE-FILE.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-WSCH-COUNT
               MOVE WS-SC-NUMERO(SC-IDX)    TO SC-NUMERO
               MOVE WS-SC-WEEKDAY(SC-IDX)   TO SC-WEEKDAY
               MOVE WS-SC-HH-INICIO(SC-IDX) TO SC-HH-INICIO
               MOVE WS-SC-MM-INICIO(SC-IDX) TO SC-MM-INICIO
               MOVE WS-SC-HH-FIM(SC-IDX)    TO SC-HH-FIM
               MOVE WS-SC-MM-FIM(SC-IDX)    TO SC-MM-FIM
               WRITE WORK-SCHEDULE-RECORD
           END-PERFORM.
           CLOSE WORK-SCHEDULE-FILE.
           MOVE "N" TO WS-WSCH-DIRTY.

       LOOKUP-SCHEDULE-PROCEDURE.
           MOVE "N" TO WS-SC-FOUND.
           MOVE ZERO TO WS-SC-START-MIN.
           MOVE ZERO TO WS-SC-END-MIN.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > WS-WSCH-COUNT
               IF WS-SC-NUMERO(SC-IDX) = WS-SC-LOOKUP-NUMERO
                   AND WS-SC-WEEKDAY(SC-IDX) = WS-SC-LOOKUP-WEEKDAY
                   MOVE "Y" TO WS-SC-FOUND
                   COMPUTE WS-SC-START-MIN =
                       WS-SC-HH-INICIO(SC-IDX) * 60
                       + WS-SC-MM-INICIO(SC-IDX)
                   COMPUTE WS-SC-END-MIN =
                       WS-SC-HH-FIM(SC-IDX) * 60
                       + WS-SC-MM-FIM(SC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
