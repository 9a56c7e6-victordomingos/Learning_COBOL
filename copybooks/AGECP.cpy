      *----------------------------------------------------------------*
      * Shared stock-ageing candidates logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-AGEC-PATH-PROCEDURE once at startup.
      *----------------------------------------------------------------*
       INIT-AGEC-PATH-PROCEDURE.
           ACCEPT WS-AGEC-ENV-VALUE FROM ENVIRONMENT
               "AGEING_CANDIDATES_FILE".
           IF WS-AGEC-ENV-VALUE NOT = SPACES
               MOVE WS-AGEC-ENV-VALUE TO WS-AGEC-PATH
           END-IF.
