      * the most recent grading session on file for that student.
      * STUDENT-MASTER-FILE must already be OPEN EXTEND (or OUTPUT) in
      * the calling program before WRITE-STUDENT-HISTORY-PROCEDURE is
      * performed; a program that appends history that way PERFORMs
      * JOURNAL-STUDENT-APPEND-PROCEDURE after each write, so the new
      * row reaches the recovery journal (RJRN*.cpy).
      *----------------------------------------------------------------*
       INIT-STUDENT-MASTER-PATH-PROCEDURE.
           ACCEPT WS-STUDENT-ENV-VALUE FROM ENVIRONMENT

       LOAD-STUDENT-MASTER-PROCEDURE.
           MOVE ZERO TO WS-STUDENT-COUNT.
           MOVE ZERO TO WS-STUDENT-ROWS.
           OPEN INPUT STUDENT-MASTER-FILE.
           IF WS-STUDENT-STATUS = "35"
               CONTINUE
                   READ STUDENT-MASTER-FILE
                       AT END MOVE "10" TO WS-STUDENT-STATUS
                       NOT AT END
                           ADD 1 TO WS-STUDENT-ROWS
                           IF WS-STUDENT-COUNT < 200
                               ADD 1 TO WS-STUDENT-COUNT
                               SET ST-IDX TO WS-STUDENT-COUNT
       WRITE-STUDENT-HISTORY-PROCEDURE.
           WRITE STUDENT-MASTER-RECORD.

      * linha acabada de acrescentar = linha seguinte do ficheiro:
       JOURNAL-STUDENT-APPEND-PROCEDURE.
           ADD 1 TO WS-STUDENT-ROWS.
           MOVE "student-master" TO WS-RJ-MASTER.
           MOVE "W" TO WS-RJ-ACTION.
           MOVE WS-STUDENT-ROWS TO WS-RJ-ROW.
           MOVE ST-NUMERO TO WS-RJ-KEY.
           MOVE STUDENT-MASTER-RECORD TO WS-RJ-IMAGE.
           PERFORM JOURNAL-AFTER-IMAGE-PROCEDURE.

      * regrava o ficheiro inteiro a partir da tabela (abre e fecha
      * por si); usado pelos programas que alteram registos ja
      * existentes em vez de acrescentar historico:
                   "consolide/arquive primeiro."
               EXIT PARAGRAPH
           END-IF.
           MOVE "student-master" TO WS-RJ-MASTER.
           MOVE WS-STUDENT-MASTER-PATH TO WS-RJ-PRIOR-PATH.
           PERFORM BEGIN-JOURNAL-DIFF-PROCEDURE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
               PERFORM BUILD-STUDENT-RECORD-PROCEDURE
               MOVE ST-NUMERO TO WS-RJ-KEY
               MOVE STUDENT-MASTER-RECORD TO WS-RJ-IMAGE
               PERFORM JOURNAL-DIFF-ROW-PROCEDURE
           END-PERFORM.
           PERFORM END-JOURNAL-DIFF-PROCEDURE.
           OPEN OUTPUT STUDENT-MASTER-FILE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
               PERFORM BUILD-STUDENT-RECORD-PROCEDURE
               WRITE STUDENT-MASTER-RECORD
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.

       BUILD-STUDENT-RECORD-PROCEDURE.
           MOVE WS-STUDENT-NUMERO(ST-IDX)    TO ST-NUMERO.
           MOVE WS-STUDENT-NOME(ST-IDX)      TO ST-NOME.
           MOVE WS-STUDENT-DIA(ST-IDX)       TO ST-DIA.
           MOVE WS-STUDENT-MES(ST-IDX)       TO ST-MES.
           MOVE WS-STUDENT-ANO(ST-IDX)       TO ST-ANO.
           MOVE WS-STUDENT-MEDIA(ST-IDX)     TO ST-MEDIA.
           MOVE WS-STUDENT-NOTA-F(ST-IDX)    TO ST-NOTA-F.
           MOVE WS-STUDENT-RESULTADO(ST-IDX) TO ST-RESULTADO.
           MOVE WS-STUDENT-DISCIPLINA(ST-IDX) TO ST-DISCIPLINA.
