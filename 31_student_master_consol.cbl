       FILE-CONTROL.
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".

           SELECT STUDENT-ARCHIVE-FILE
           ASSIGN TO DYNAMIC WS-ST-ARCHIVE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".

      * mesma imagem do STUDENT-MASTER-RECORD, no arquivo datado:
       FD  STUDENT-ARCHIVE-FILE.
       01  STUDENT-ARCHIVE-RECORD.

       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "STUDENT-MASTER-CONSOL" TO WS-RJ-JOB.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           IF WS-STUDENT-COUNT = ZERO
      *    o master consolidado fica so com a ultima ocorrencia de
      *    cada aluno, pela ordem original:
       REWRITE-MASTER-PROCEDURE.
           MOVE "student-master" TO WS-RJ-MASTER.
           PERFORM BEGIN-JOURNAL-REWRITE-PROCEDURE.
           OPEN OUTPUT STUDENT-MASTER-FILE.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > WS-STUDENT-COUNT
                   MOVE WS-STUDENT-DISCIPLINA(ST-IDX)
                       TO ST-DISCIPLINA
                   PERFORM WRITE-STUDENT-HISTORY-PROCEDURE
                   MOVE ST-NUMERO TO WS-RJ-KEY
                   MOVE STUDENT-MASTER-RECORD TO WS-RJ-IMAGE
                   PERFORM JOURNAL-REWRITE-ROW-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE STUDENT-MASTER-FILE.
           PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE.


       INIT-ARCHIVE-PATH-PROCEDURE.

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       END PROGRAM STUDENT-MASTER-CONSOL.
