      *    por curso):
           COPY "CRSCSEL.cpy".
           COPY "STUDMSEL.cpy".
           COPY "RJRNSEL.cpy".

      *================================================================*
       DATA                                            DIVISION.

       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".

      *----------------------------------------------------------------*
       WORKING-STORAGE                         SECTION.
      *----------------------------------------------------------------*
      * nome do aluno todas as sessoes:
       COPY "STUDMWS.cpy".

      * recovery journal das linhas acrescentadas ao STUDENT-MASTER:
       COPY "RJRNWS.cpy".

      *----------------------------------------------------------------*
       SCREEN                                  SECTION.
      *----------------------------------------------------------------*
           OPEN OUTPUT GRADES-OUTPUT.
           PERFORM INIT-COURSE-CATALOG-PATH-PROCEDURE.
           PERFORM LOAD-COURSE-CATALOG-PROCEDURE.
           MOVE "PRODUCAO1-NOTA-ESCOLAR" TO WS-RJ-JOB.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
           OPEN EXTEND STUDENT-MASTER-FILE.
           PERFORM ACCUMULATE-GRADE-BAND-PROCEDURE.
           PERFORM FILL-STUDENT-HISTORY-PROCEDURE.
           PERFORM WRITE-STUDENT-HISTORY-PROCEDURE.
           PERFORM JOURNAL-STUDENT-APPEND-PROCEDURE.

           DISPLAY "-----------FIM DO ALUNO------------" AT 2527
           DISPLAY "Mais um aluno? (S/N)" AT 2601

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "CRSCP.cpy".

       END PROGRAM PRODUCAO1-NOTA-ESCOLAR.
