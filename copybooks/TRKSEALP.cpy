      *----------------------------------------------------------------*
      * Shared track-seal logic. COPY into the PROCEDURE DIVISION.
      * Requires TRKSEAL.cpy in WORKING-STORAGE. PERFORM
      * INIT-SEAL-KEY-PROCEDURE once at startup; START-SEAL-PROCEDURE
      * begins a flight's chain; to fold a record in, MOVE its 66-byte
      * image to WS-SEAL-IMAGE and PERFORM SEAL-RECORD-PROCEDURE
      * (WS-SEAL-VALUE and WS-SEAL-COUNT are updated in place).
      *----------------------------------------------------------------*
       INIT-SEAL-KEY-PROCEDURE.
           ACCEPT WS-SEAL-ENV-VALUE FROM ENVIRONMENT
               "BLACK_BOX_SEAL_KEY".
           IF WS-SEAL-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SEAL-ENV-VALUE) TO WS-SEAL-KEY
           END-IF.

       START-SEAL-PROCEDURE.
           MOVE WS-SEAL-KEY TO WS-SEAL-VALUE.
           MOVE ZERO TO WS-SEAL-COUNT.

      *    cada byte da imagem entra no valor corrente (base 31, modulo
      *    o primo 9999999967), pelo que alterar, tirar ou trocar de
      *    ordem qualquer registo muda o valor final:
       SEAL-RECORD-PROCEDURE.
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
               UNTIL WS-SEAL-POS > 66
               COMPUTE WS-SEAL-WORK = WS-SEAL-VALUE * 31
                   + FUNCTION ORD(WS-SEAL-IMAGE(WS-SEAL-POS:1))
               COMPUTE WS-SEAL-VALUE =
                   FUNCTION MOD(WS-SEAL-WORK, 9999999967)
           END-PERFORM.
           ADD 1 TO WS-SEAL-COUNT.
