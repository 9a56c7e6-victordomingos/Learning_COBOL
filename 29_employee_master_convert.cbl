
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-OLD-MASTER-PATH PIC X(60)

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-OLD-MASTER-PATH
           END-IF.
           MOVE "EMPLOYEE-MASTER-CONVERT" TO WS-RJ-JOB.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.

           OPEN INPUT OLD-MASTER-FILE.

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       END PROGRAM EMPLOYEE-MASTER-CONVERT.
