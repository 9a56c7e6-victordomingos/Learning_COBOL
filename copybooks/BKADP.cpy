      *----------------------------------------------------------------*
      * Shared book-adoption logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-BKAD-PATH-PROCEDURE then
      * LOAD-BOOK-ADOPTIONS-PROCEDURE once at startup to fill
      * WS-BKAD-TABLE; PERFORM SAVE-BOOK-ADOPTIONS-PROCEDURE to
      * rewrite the file from the table. A zero copies-per-student
      * count on file is taken as one copy.
      *----------------------------------------------------------------*
       INIT-BKAD-PATH-PROCEDURE.
           ACCEPT WS-BKAD-ENV-VALUE FROM ENVIRONMENT
               "BOOK_ADOPTIONS_FILE".
           IF WS-BKAD-ENV-VALUE NOT = SPACES
               MOVE WS-BKAD-ENV-VALUE TO WS-BKAD-PATH
           END-IF.

       LOAD-BOOK-ADOPTIONS-PROCEDURE.
           MOVE ZERO TO WS-BKAD-COUNT.
           MOVE "N" TO WS-BKAD-OVERFLOW.
           OPEN INPUT BOOK-ADOPTION-FILE.
           IF WS-BKAD-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-BKAD-STATUS = "10"
                   READ BOOK-ADOPTION-FILE
                       AT END MOVE "10" TO WS-BKAD-STATUS
                       NOT AT END
                           IF WS-BKAD-COUNT >= 200
                               MOVE "Y" TO WS-BKAD-OVERFLOW
                           ELSE
                               ADD 1 TO WS-BKAD-COUNT
                               SET BA-IDX TO WS-BKAD-COUNT
                               MOVE BA-CURSO TO WS-BA-CURSO(BA-IDX)
                               MOVE BA-ISBN TO WS-BA-ISBN(BA-IDX)
                               MOVE BA-EXEMPLARES
                                   TO WS-BA-EXEMPLARES(BA-IDX)
                               IF WS-BA-EXEMPLARES(BA-IDX) = ZERO
                                   MOVE 1 TO WS-BA-EXEMPLARES(BA-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOK-ADOPTION-FILE
           END-IF.

       SAVE-BOOK-ADOPTIONS-PROCEDURE.
           IF WS-BKAD-OVERFLOW = "Y"
               DISPLAY "ERRO: book-adoptions com mais linhas do que "
                   "a tabela (200) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT BOOK-ADOPTION-FILE
               PERFORM VARYING BA-IDX FROM 1 BY 1
                   UNTIL BA-IDX > WS-BKAD-COUNT
                   MOVE WS-BA-CURSO(BA-IDX) TO BA-CURSO
                   MOVE WS-BA-ISBN(BA-IDX) TO BA-ISBN
                   MOVE WS-BA-EXEMPLARES(BA-IDX) TO BA-EXEMPLARES
                   WRITE BOOK-ADOPTION-RECORD
               END-PERFORM
               CLOSE BOOK-ADOPTION-FILE
           END-IF.
