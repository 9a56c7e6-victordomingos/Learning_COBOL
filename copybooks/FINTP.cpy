      *----------------------------------------------------------------*
      * Shared internal fuel issue register logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-FINT-PATH-PROCEDURE once; a
      * new issue is built in FUEL-INTERNAL-RECORD and appended with
      * APPEND-FUEL-INTERNAL-PROCEDURE. Readers open the file INPUT
      * themselves and select the lines by FI-DATA.
      *----------------------------------------------------------------*
       INIT-FINT-PATH-PROCEDURE.
           ACCEPT WS-FINT-ENV-VALUE FROM ENVIRONMENT
               "FUEL_INTERNAL_FILE".
           IF WS-FINT-ENV-VALUE NOT = SPACES
               MOVE WS-FINT-ENV-VALUE TO WS-FINT-PATH
           END-IF.

       APPEND-FUEL-INTERNAL-PROCEDURE.
           OPEN EXTEND FUEL-INTERNAL-FILE.
           IF WS-FINT-STATUS = "35"
               OPEN OUTPUT FUEL-INTERNAL-FILE
           END-IF.
           WRITE FUEL-INTERNAL-RECORD.
           CLOSE FUEL-INTERNAL-FILE.
