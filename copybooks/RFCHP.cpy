      *----------------------------------------------------------------*
      * Shared rental refuelling charges logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-RFCH-PATH-PROCEDURE once; a
      * charge is built in REFUEL-CHARGE-RECORD and appended with
      * APPEND-REFUEL-CHARGE-PROCEDURE. Readers open the file INPUT
      * themselves and select the lines by RC-DATA.
      *----------------------------------------------------------------*
       INIT-RFCH-PATH-PROCEDURE.
           ACCEPT WS-RFCH-ENV-VALUE FROM ENVIRONMENT
               "REFUEL_CHARGES_FILE".
           IF WS-RFCH-ENV-VALUE NOT = SPACES
               MOVE WS-RFCH-ENV-VALUE TO WS-RFCH-PATH
           END-IF.

       APPEND-REFUEL-CHARGE-PROCEDURE.
           OPEN EXTEND REFUEL-CHARGE-FILE.
           IF WS-RFCH-STATUS = "35"
               OPEN OUTPUT REFUEL-CHARGE-FILE
           END-IF.
           WRITE REFUEL-CHARGE-RECORD.
           CLOSE REFUEL-CHARGE-FILE.
