
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".

      *    catalogo de cursos (pesos dos testes e limite de faltas
      *    por curso, selecionado pelo codigo no roster):
           COPY "CRSCSEL.cpy".

       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "CRSCFD.cpy".

       FD  EXAM-RESULTS-FILE.
      * historico de STUDENT-MASTER, para nao ter de reintroduzir o
      * nome do aluno todas as sessoes:
       COPY "STUDMWS.cpy".

      * recovery journal das linhas acrescentadas ao STUDENT-MASTER:
       COPY "RJRNWS.cpy".
      *=================================================================
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY SPACE ERASE EOS.
           MOVE "NOTAS" TO WS-RJ-JOB.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           PERFORM LOAD-EXAM-RESULTS-PROCEDURE.
           MOVE WS-RESULTADO TO ST-RESULTADO.
           MOVE WS-CRS-LOOKUP-CODIGO TO ST-DISCIPLINA.
           PERFORM WRITE-STUDENT-HISTORY-PROCEDURE.
           PERFORM JOURNAL-STUDENT-APPEND-PROCEDURE.
           PERFORM TALLY-RESULT-PROCEDURE.
           PERFORM ACCUMULATE-GRADE-BAND-PROCEDURE.


       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".


