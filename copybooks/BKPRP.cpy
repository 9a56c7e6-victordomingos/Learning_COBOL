      *----------------------------------------------------------------*
      * Shared book-list order proposals logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-BKPR-PATH-PROCEDURE then
      * LOAD-BOOKLIST-PROPOSALS-PROCEDURE once at startup to fill
      * WS-BKPR-TABLE; PERFORM SAVE-BOOKLIST-PROPOSALS-PROCEDURE at a
      * clean end of run when WS-BKPR-DIRTY = "Y".
      *----------------------------------------------------------------*
       INIT-BKPR-PATH-PROCEDURE.
           ACCEPT WS-BKPR-ENV-VALUE FROM ENVIRONMENT
               "BOOKLIST_PROPOSALS_FILE".
           IF WS-BKPR-ENV-VALUE NOT = SPACES
               MOVE WS-BKPR-ENV-VALUE TO WS-BKPR-PATH
           END-IF.

       LOAD-BOOKLIST-PROPOSALS-PROCEDURE.
           MOVE ZERO TO WS-BKPR-COUNT.
           MOVE "N" TO WS-BKPR-OVERFLOW.
           OPEN INPUT BOOKLIST-PROPOSAL-FILE.
           IF WS-BKPR-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-BKPR-STATUS = "10"
                   READ BOOKLIST-PROPOSAL-FILE
                       AT END MOVE "10" TO WS-BKPR-STATUS
                       NOT AT END
                           IF WS-BKPR-COUNT >= 200
                               MOVE "Y" TO WS-BKPR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-BKPR-COUNT
                               SET BP-IDX TO WS-BKPR-COUNT
                               MOVE BP-ISBN TO WS-BP-ISBN(BP-IDX)
                               MOVE BP-QTY TO WS-BP-QTY(BP-IDX)
                               MOVE BP-DATA TO WS-BP-DATA(BP-IDX)
                               MOVE BP-STATUS TO WS-BP-STATUS(BP-IDX)
                               MOVE BP-PO-NUMBER
                                   TO WS-BP-PO-NUMBER(BP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKLIST-PROPOSAL-FILE
           END-IF.

       SAVE-BOOKLIST-PROPOSALS-PROCEDURE.
           IF WS-BKPR-OVERFLOW = "Y"
               DISPLAY "ERRO: booklist-proposals com mais linhas do "
                   "que a tabela (200) -- ficheiro NAO regravado."
           ELSE
               OPEN OUTPUT BOOKLIST-PROPOSAL-FILE
               PERFORM VARYING BP-IDX FROM 1 BY 1
                   UNTIL BP-IDX > WS-BKPR-COUNT
                   MOVE WS-BP-ISBN(BP-IDX) TO BP-ISBN
                   MOVE WS-BP-QTY(BP-IDX) TO BP-QTY
                   MOVE WS-BP-DATA(BP-IDX) TO BP-DATA
                   MOVE WS-BP-STATUS(BP-IDX) TO BP-STATUS
                   MOVE WS-BP-PO-NUMBER(BP-IDX) TO BP-PO-NUMBER
                   WRITE BOOKLIST-PROPOSAL-RECORD
               END-PERFORM
               CLOSE BOOKLIST-PROPOSAL-FILE
           END-IF.
