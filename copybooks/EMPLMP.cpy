      * WS-EMP-* current-record fields. To persist the current record
      * (changed fields, or a brand-new employee), PERFORM
      * STORE-EMPLOYEE-PROCEDURE; to remove one, look it up and
      * PERFORM DELETE-EMPLOYEE-PROCEDURE. Both journal the change in
      * the recovery journal (RJRNP.cpy) once it is on file.
      *----------------------------------------------------------------*
       INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           ACCEPT WS-EMP-ENV-VALUE FROM ENVIRONMENT
                           DISPLAY "ERRO: nao foi possivel gravar o "
                               "funcionario " WS-EMP-NUMERO
                               " (file status " WS-EMP-STATUS ")"
                       NOT INVALID KEY
                           PERFORM JOURNAL-EMPLOYEE-STORE-PROCEDURE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM JOURNAL-EMPLOYEE-STORE-PROCEDURE
           END-REWRITE.

       DELETE-EMPLOYEE-PROCEDURE.
               INVALID KEY
                   DISPLAY "ERRO: nao foi possivel retirar o "
                       "funcionario " WS-EMP-LOOKUP-NUMERO
               NOT INVALID KEY
                   MOVE "employee-master" TO WS-RJ-MASTER
                   MOVE "D" TO WS-RJ-ACTION
                   MOVE WS-EMP-LOOKUP-NUMERO TO WS-RJ-ROW
                   MOVE WS-EMP-LOOKUP-NUMERO TO WS-RJ-KEY
                   MOVE SPACES TO WS-RJ-IMAGE
                   PERFORM JOURNAL-AFTER-IMAGE-PROCEDURE
           END-DELETE.

      * imagem depois do slot gravado, para o ROLL-FORWARD:
       JOURNAL-EMPLOYEE-STORE-PROCEDURE.
           MOVE "employee-master" TO WS-RJ-MASTER.
           MOVE "W" TO WS-RJ-ACTION.
           MOVE EM-NUMERO TO WS-RJ-ROW.
           MOVE EM-NUMERO TO WS-RJ-KEY.
           MOVE EMPLOYEE-MASTER-RECORD TO WS-RJ-IMAGE.
           PERFORM JOURNAL-AFTER-IMAGE-PROCEDURE.
