       FILE-CONTROL.
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".

           SELECT GRADE-AUDIT-FILE
           ASSIGN TO DYNAMIC WS-GRADE-AUDIT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".

       FD  GRADE-AUDIT-FILE.
       01  GRADE-AUDIT-RECORD.
           05 GA-DATE       PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".

       01  WS-GRADE-AUDIT-PATH PIC X(60)
           VALUE "..\grade-audit.txt".
       01  WS-GRADE-AUDIT-STATUS PIC XX.
      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "GRADE-REVISION" TO WS-RJ-JOB.
           PERFORM INIT-STUDENT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STUDENT-MASTER-PROCEDURE.
      *    com o historico maior do que a tabela, gravar a revisao

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       END PROGRAM GRADE-REVISION.
