      *----------------------------------------------------------------*
      * Shared pilot-logbook logic. COPY into the PROCEDURE DIVISION.
      * Readers PERFORM INIT-PLOG-PATH-PROCEDURE and OPEN INPUT
      * PILOT-LOGBOOK-FILE themselves. Writers PERFORM
      * OPEN-PILOT-LOGBOOK-PROCEDURE (creates the file on a fresh
      * checkout), fill the PL- fields and PERFORM
      * WRITE-PILOT-LOGBOOK-ENTRY-PROCEDURE; CLOSE PILOT-LOGBOOK-FILE
      * at end of run.
      *----------------------------------------------------------------*
       INIT-PLOG-PATH-PROCEDURE.
           ACCEPT WS-PLOG-ENV-VALUE FROM ENVIRONMENT
               "PILOT_LOGBOOK_FILE".
           IF WS-PLOG-ENV-VALUE NOT = SPACES
               MOVE WS-PLOG-ENV-VALUE TO WS-PLOG-PATH
           END-IF.

       OPEN-PILOT-LOGBOOK-PROCEDURE.
           PERFORM INIT-PLOG-PATH-PROCEDURE.
           OPEN EXTEND PILOT-LOGBOOK-FILE.
           IF WS-PLOG-STATUS = "35"
               OPEN OUTPUT PILOT-LOGBOOK-FILE
           END-IF.

       WRITE-PILOT-LOGBOOK-ENTRY-PROCEDURE.
           WRITE PILOT-LOGBOOK-RECORD.
