      * compactacao (as chaves relativas mudam todas):
       COPY "FLIDXWS.cpy".

      * indice anterior (mesma imagem da tabela do FLIDXWS), de onde
      * os voos que ficam abertos recuperam o selo corrente da pista
      * e o numero de registos ja selados:
       01 WS-OLD-FLIDX-COUNT PIC 99 VALUE ZERO.
       01 WS-OLD-FLIDX-TABLE.
           05 WS-OLD-FX-ENTRY OCCURS 50 TIMES INDEXED BY OX-IDX.
               10 WS-OX-FLIGHT-ID PIC X(10).
               10 FILLER          PIC X(13).
               10 WS-OX-SEAL      PIC 9(10).
               10 WS-OX-SEAL-N    PIC 9(6).

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

           PERFORM INIT-FLIGHT-INDEX-PATH-PROCEDURE.
           PERFORM LOAD-FLIGHT-INDEX-PROCEDURE.
           MOVE WS-FLIDX-COUNT TO WS-OLD-FLIDX-COUNT.
           MOVE WS-FLIDX-TABLE TO WS-OLD-FLIDX-TABLE.
           MOVE ZERO TO WS-FLIDX-COUNT.
           PERFORM WRITE-ARCHIVE-PROCEDURE.
           PERFORM COMPACT-LIVE-FILE-PROCEDURE.
           PERFORM WRITE-COUNTER-PROCEDURE.
                   MOVE WS-REL-KEY TO WS-FLIDX-UPD-KEY
                   MOVE WS-TRK-TYPE(TK-IDX) TO WS-FLIDX-UPD-TYPE
                   PERFORM UPDATE-FLIGHT-INDEX-PROCEDURE
                   PERFORM RESTORE-SEAL-PROCEDURE
                   ADD 1 TO WS-REL-KEY
                   ADD 1 TO WS-N-KEPT
               END-IF
           CLOSE FLIGHT-POSITIONS.


      *    a entrada reconstruida do voo (FX-IDX) retoma o selo que
      *    tinha no indice anterior:
       RESTORE-SEAL-PROCEDURE.
           IF WS-FLIDX-FOUND = "Y"
               PERFORM VARYING OX-IDX FROM 1 BY 1
                   UNTIL OX-IDX > WS-OLD-FLIDX-COUNT
                   IF WS-OX-FLIGHT-ID(OX-IDX) = WS-FX-FLIGHT-ID(FX-IDX)
                       MOVE WS-OX-SEAL(OX-IDX) TO WS-FX-SEAL(FX-IDX)
                       MOVE WS-OX-SEAL-N(OX-IDX)
                           TO WS-FX-SEAL-N(FX-IDX)
                   END-IF
               END-PERFORM
           END-IF.


      *    o contador persistido passa a apontar para o primeiro slot
      *    livre do ficheiro compactado:
       WRITE-COUNTER-PROCEDURE.
