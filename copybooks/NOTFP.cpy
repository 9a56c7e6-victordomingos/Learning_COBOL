      *----------------------------------------------------------------*
      * Shared customer-notification outbox logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-NOTF-PATH-PROCEDURE once at
      * startup. For each message, MOVE SPACES TO WS-NTF-VARS, fill
      * the WS-NTF-* request fields and PERFORM
      * QUEUE-NOTIFICATION-PROCEDURE: it picks the address for the
      * customer's preferred channel and appends one pending record,
      * unless the same template, reference and address are already
      * in the outbox (a rerun sends nothing twice). A customer with
      * no channel or no address for it is skipped (WS-NTF-QUEUED =
      * "N") -- the printed letter or list still covers them.
      *----------------------------------------------------------------*
       INIT-NOTF-PATH-PROCEDURE.
           ACCEPT WS-NOTF-ENV-VALUE FROM ENVIRONMENT
               "NOTIFICATION_OUTBOX_FILE".
           IF WS-NOTF-ENV-VALUE NOT = SPACES
               MOVE WS-NOTF-ENV-VALUE TO WS-NOTF-PATH
           END-IF.

       QUEUE-NOTIFICATION-PROCEDURE.
           MOVE "N" TO WS-NTF-QUEUED.
           EVALUATE WS-NTF-CANAL
               WHEN "S"
                   MOVE WS-NTF-TELEFONE TO WS-NTF-DESTINO
               WHEN "E"
                   MOVE WS-NTF-EMAIL TO WS-NTF-DESTINO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-NTF-DESTINO = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-NOTF-EOF.
           OPEN INPUT NOTIFICATION-OUTBOX-FILE.
           IF WS-NOTF-STATUS = "00"
               PERFORM UNTIL WS-NOTF-EOF = "Y"
                   READ NOTIFICATION-OUTBOX-FILE
                       AT END MOVE "Y" TO WS-NOTF-EOF
                       NOT AT END
                           IF NT-MODELO = WS-NTF-MODELO
                               AND NT-REF = WS-NTF-REF
                               AND NT-DESTINO = WS-NTF-DESTINO
                               MOVE "D" TO WS-NTF-QUEUED
                               MOVE "Y" TO WS-NOTF-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFICATION-OUTBOX-FILE
           END-IF.
           IF WS-NTF-QUEUED = "D"
               EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND NOTIFICATION-OUTBOX-FILE.
           IF WS-NOTF-STATUS = "35"
               OPEN OUTPUT NOTIFICATION-OUTBOX-FILE
           END-IF.
           ADD 1 TO WS-NTF-SEQ.
           ACCEPT NT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NT-MSG-ID.
           STRING NT-DATA WS-NTF-TIME WS-NTF-SEQ
               DELIMITED BY SIZE INTO NT-MSG-ID.
           MOVE WS-NTF-PROGRAMA TO NT-PROGRAMA.
           MOVE WS-NTF-MODELO TO NT-MODELO.
           MOVE WS-NTF-REF TO NT-REF.
           MOVE WS-NTF-CANAL TO NT-CANAL.
           MOVE WS-NTF-DESTINO TO NT-DESTINO.
           MOVE WS-NTF-NOME TO NT-NOME.
           MOVE WS-NTF-VAR(1) TO NT-VAR(1).
           MOVE WS-NTF-VAR(2) TO NT-VAR(2).
           MOVE WS-NTF-VAR(3) TO NT-VAR(3).
           MOVE WS-NTF-VAR(4) TO NT-VAR(4).
           MOVE WS-NTF-VAR(5) TO NT-VAR(5).
           MOVE "P" TO NT-ESTADO.
           MOVE ZERO TO NT-DATA-ENVIO.
           MOVE ZERO TO NT-DATA-ESTADO.
           MOVE SPACES TO NT-MOTIVO.
           WRITE NOTIFICATION-RECORD.
           CLOSE NOTIFICATION-OUTBOX-FILE.
           MOVE "Y" TO WS-NTF-QUEUED.
           ADD 1 TO WS-NTF-N-QUEUED.
