      *----------------------------------------------------------------*
      * Shared guardian-letters log logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-LTLG-PATH-PROCEDURE then
      * LOAD-LETTER-LOG-PROCEDURE once at startup; fill the
      * WS-LL-LOOKUP-* fields and PERFORM LOOKUP-LETTER-LOG-PROCEDURE
      * to learn whether that letter was already sent; fill LL-* and
      * PERFORM STORE-LETTER-LOG-KEY-PROCEDURE to count a letter as
      * sent in this run. To record the letters, PERFORM
      * OPEN-LETTER-LOG-PROCEDURE, fill LL-* and PERFORM
      * WRITE-LETTER-LOG-PROCEDURE for each, then CLOSE
      * LETTER-LOG-FILE.
      *----------------------------------------------------------------*
       INIT-LTLG-PATH-PROCEDURE.
           ACCEPT WS-LTLG-ENV-VALUE FROM ENVIRONMENT
               "GUARDIAN_LETTERS_LOG".
           IF WS-LTLG-ENV-VALUE NOT = SPACES
               MOVE WS-LTLG-ENV-VALUE TO WS-LTLG-PATH
           END-IF.

       LOAD-LETTER-LOG-PROCEDURE.
           MOVE ZERO TO WS-LTLG-COUNT.
           OPEN INPUT LETTER-LOG-FILE.
           IF WS-LTLG-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LTLG-STATUS = "10"
                   READ LETTER-LOG-FILE
                       AT END MOVE "10" TO WS-LTLG-STATUS
                       NOT AT END
                           PERFORM STORE-LETTER-LOG-KEY-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE LETTER-LOG-FILE
           END-IF.

       STORE-LETTER-LOG-KEY-PROCEDURE.
           IF WS-LTLG-COUNT >= 2000
               MOVE "Y" TO WS-LTLG-OVERFLOW
           ELSE
               ADD 1 TO WS-LTLG-COUNT
               SET LL-IDX TO WS-LTLG-COUNT
               MOVE LL-NUMERO TO WS-LL-NUMERO(LL-IDX)
               MOVE LL-GU-SEQ TO WS-LL-GU-SEQ(LL-IDX)
               MOVE LL-EVENTO TO WS-LL-EVENTO(LL-IDX)
               MOVE LL-REF TO WS-LL-REF(LL-IDX)
           END-IF.

       LOOKUP-LETTER-LOG-PROCEDURE.
           MOVE "N" TO WS-LL-FOUND.
           PERFORM VARYING LL-IDX FROM 1 BY 1
               UNTIL LL-IDX > WS-LTLG-COUNT
               IF WS-LL-NUMERO(LL-IDX) = WS-LL-LOOKUP-NUMERO
                   AND WS-LL-GU-SEQ(LL-IDX) = WS-LL-LOOKUP-SEQ
                   AND WS-LL-EVENTO(LL-IDX) = WS-LL-LOOKUP-EVENTO
                   AND WS-LL-REF(LL-IDX) = WS-LL-LOOKUP-REF
                   MOVE "Y" TO WS-LL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       OPEN-LETTER-LOG-PROCEDURE.
           OPEN EXTEND LETTER-LOG-FILE.
           IF WS-LTLG-STATUS = "35"
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF.

       WRITE-LETTER-LOG-PROCEDURE.
           WRITE LETTER-LOG-RECORD.
