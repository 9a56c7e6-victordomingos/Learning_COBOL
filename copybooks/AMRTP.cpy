      *----------------------------------------------------------------*
      * Shared loan-schedule logic. COPY into the PROCEDURE DIVISION.
      * PERFORM INIT-AMRT-PATH-PROCEDURE once at startup. To fetch a
      * saved schedule, MOVE its reference to WS-AMRT-LOOKUP-REF and
      * PERFORM FIND-LOAN-SCHEDULE-PROCEDURE; check WS-AMRT-FOUND and
      * read the WS-AMRT-* fields. WS-AMRT-LAST-REF always returns
      * the highest reference on file. To save a schedule, fill
      * LOAN-SCHEDULE-RECORD and PERFORM APPEND-LOAN-SCHEDULE-PROCEDURE.
      *----------------------------------------------------------------*
       INIT-AMRT-PATH-PROCEDURE.
           ACCEPT WS-AMRT-ENV-VALUE FROM ENVIRONMENT
               "LOAN_SCHEDULES_FILE".
           IF WS-AMRT-ENV-VALUE NOT = SPACES
               MOVE WS-AMRT-ENV-VALUE TO WS-AMRT-PATH
           END-IF.

       FIND-LOAN-SCHEDULE-PROCEDURE.
           MOVE "N" TO WS-AMRT-FOUND.
           MOVE ZERO TO WS-AMRT-LAST-REF.
           OPEN INPUT LOAN-SCHEDULE-FILE.
           IF WS-AMRT-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AMRT-STATUS = "10"
                   READ LOAN-SCHEDULE-FILE
                       AT END MOVE "10" TO WS-AMRT-STATUS
                       NOT AT END
                           IF AM-REF > WS-AMRT-LAST-REF
                               MOVE AM-REF TO WS-AMRT-LAST-REF
                           END-IF
                           IF AM-REF = WS-AMRT-LOOKUP-REF
                               AND WS-AMRT-LOOKUP-REF > ZERO
                               MOVE "Y" TO WS-AMRT-FOUND
                               MOVE AM-NUMERO TO WS-AMRT-NUMERO
                               MOVE AM-PRINCIPAL TO WS-AMRT-PRINCIPAL
                               MOVE AM-TAXA TO WS-AMRT-TAXA
                               MOVE AM-PERIODOS TO WS-AMRT-PERIODOS
                               MOVE AM-PRESTACAO TO WS-AMRT-PRESTACAO
                               MOVE AM-JUROS TO WS-AMRT-JUROS
                               MOVE AM-TOTAL TO WS-AMRT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-SCHEDULE-FILE
           END-IF.

       APPEND-LOAN-SCHEDULE-PROCEDURE.
           OPEN EXTEND LOAN-SCHEDULE-FILE.
           IF WS-AMRT-STATUS = "35"
               OPEN OUTPUT LOAN-SCHEDULE-FILE
           END-IF.
           WRITE LOAN-SCHEDULE-RECORD.
           CLOSE LOAN-SCHEDULE-FILE.
