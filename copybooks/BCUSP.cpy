      *----------------------------------------------------------------*
      * Shared bookstore customer-master logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-BCUS-PATH-PROCEDURE then
      * LOAD-BOOK-CUSTOMERS-PROCEDURE once at startup. To validate a
      * reference, MOVE it to WS-BCUS-LOOKUP-REF and PERFORM
      * LOOKUP-BOOK-CUSTOMER-PROCEDURE; check WS-BCUS-FOUND and read
      * WS-BC-...(BC-IDX). Only BOOK-CUSTOMERS saves the master.
      *----------------------------------------------------------------*
       INIT-BCUS-PATH-PROCEDURE.
           ACCEPT WS-BCUS-ENV-VALUE FROM ENVIRONMENT
               "BOOK_CUSTOMERS_FILE".
           IF WS-BCUS-ENV-VALUE NOT = SPACES
               MOVE WS-BCUS-ENV-VALUE TO WS-BCUS-PATH
           END-IF.

       LOAD-BOOK-CUSTOMERS-PROCEDURE.
           MOVE ZERO TO WS-BCUS-COUNT.
           OPEN INPUT BOOK-CUSTOMER-FILE.
           IF WS-BCUS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-BCUS-STATUS = "10"
                   READ BOOK-CUSTOMER-FILE
                       AT END MOVE "10" TO WS-BCUS-STATUS
                       NOT AT END
                           IF WS-BCUS-COUNT < 100
                               ADD 1 TO WS-BCUS-COUNT
                               SET BC-IDX TO WS-BCUS-COUNT
                               MOVE BC-REF TO WS-BC-REF(BC-IDX)
                               MOVE BC-NOME TO WS-BC-NOME(BC-IDX)
                               MOVE BC-NIF TO WS-BC-NIF(BC-IDX)
                               MOVE BC-LIMITE TO WS-BC-LIMITE(BC-IDX)
                               MOVE BC-PRAZO TO WS-BC-PRAZO(BC-IDX)
                               MOVE BC-DESCONTO
                                   TO WS-BC-DESCONTO(BC-IDX)
                               MOVE ZERO TO WS-BC-SALDO(BC-IDX)
                               MOVE ZERO TO WS-BC-FATURA(BC-IDX)
                               MOVE ZERO TO WS-BC-LINHAS(BC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOK-CUSTOMER-FILE
           END-IF.

       LOOKUP-BOOK-CUSTOMER-PROCEDURE.
           MOVE "N" TO WS-BCUS-FOUND.
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BCUS-COUNT
               IF WS-BC-REF(BC-IDX) = WS-BCUS-LOOKUP-REF
                   MOVE "Y" TO WS-BCUS-FOUND
               END-IF
               IF WS-BCUS-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SAVE-BOOK-CUSTOMERS-PROCEDURE.
           OPEN OUTPUT BOOK-CUSTOMER-FILE.
           PERFORM VARYING BC-IDX FROM 1 BY 1
               UNTIL BC-IDX > WS-BCUS-COUNT
               MOVE WS-BC-REF(BC-IDX) TO BC-REF
               MOVE WS-BC-NOME(BC-IDX) TO BC-NOME
               MOVE WS-BC-NIF(BC-IDX) TO BC-NIF
               MOVE WS-BC-LIMITE(BC-IDX) TO BC-LIMITE
               MOVE WS-BC-PRAZO(BC-IDX) TO BC-PRAZO
               MOVE WS-BC-DESCONTO(BC-IDX) TO BC-DESCONTO
               WRITE BOOK-CUSTOMER-RECORD
           END-PERFORM.
           CLOSE BOOK-CUSTOMER-FILE.
