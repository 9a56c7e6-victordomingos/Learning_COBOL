       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICATION-OUTBOX.
      *=================================================================
      * Purpose: Customer notifications by SMS and e-mail through an
      *          outside messaging provider. The programs that reach
      *          customers (RESERVATIONS pickup reminders,
      *          OVERDUE-RENTALS, FLEET-DUNNING reminders,
      *          STUDENT-ACCOUNTS statements, DIPLOMA-REGISTER) queue
      *          one record per message in the shared notification
      *          outbox (NOTFP), addressed from the contact
      *          preferences on the customer masters. This batch run
      *          (E) hands the pending messages over to the provider
      *          in the agreed pipe-delimited file, (I) imports the
      *          provider's delivery-status file back onto the
      *          outbox, raising a shared exception for each message
      *          that failed, and (F) lists the failed messages --
      *          and those handed over with no status after a few
      *          days -- for follow-up by phone or letter.
      * Author:  Victor Domingos
      * Date:    2026-10-15
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "NOTFSEL.cpy".

      *    ficheiro entregue ao fornecedor de mensagens (um por
      *    envio):
           SELECT HANDOVER-FILE
           ASSIGN TO DYNAMIC WS-HAND-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HAND-STATUS.

      *    estados de entrega devolvidos pelo fornecedor:
           SELECT DELIVERY-STATUS-FILE
           ASSIGN TO DYNAMIC WS-DSTAT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DSTAT-STATUS.

      *    lista de seguimento das mensagens nao entregues:
           SELECT FOLLOW-UP-FILE
           ASSIGN TO DYNAMIC WS-FOLLOW-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EXCEPTSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "NOTFFD.cpy".

      *    HDR|AAAAMMDD|HHMMSS, uma linha MSG por mensagem
      *    (MSG|id|SMS ou EMAIL|destino|modelo|nome|var1|...|var5) e
      *    TRL|numero de mensagens:
       FD  HANDOVER-FILE.
       01  HANDOVER-LINE PIC X(400).

      *    id|estado (D ou DELIVERED, F ou FAILED)|AAAAMMDD|motivo:
       FD  DELIVERY-STATUS-FILE.
       01  DELIVERY-STATUS-LINE PIC X(120).

       FD  FOLLOW-UP-FILE.
       01  FOLLOW-UP-LINE PIC X(132).

           COPY "EXCEPTFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "NOTFWS.cpy".
           COPY "EXCEPTWS.cpy".

       01  WS-HAND-PATH    PIC X(60) VALUE SPACES.
       01  WS-HAND-STATUS  PIC XX.
       01  WS-DSTAT-PATH   PIC X(60) VALUE "..\notify-status.txt".
       01  WS-DSTAT-STATUS PIC XX.
       01  WS-FOLLOW-PATH  PIC X(60) VALUE "..\notify-failures.txt".
       01  WS-ENV-VALUE    PIC X(60).

       01  WS-RUN-MODE   PIC X.
       01  WS-TODAY      PIC 9(8).
       01  WS-NOW        PIC 9(8).
       01  WS-EOF        PIC X.
      * dias sem estado depois da entrega ao fornecedor ate a
      * mensagem entrar na lista de seguimento:
       01  WS-STALE-DAYS PIC 999 VALUE 3.
       01  WS-AGE-DAYS   PIC S9(5).

      * caixa de saida em memoria (mesmo desenho do registo):
       01  WS-NB-COUNT PIC 9(4) VALUE ZERO.
       01  WS-NB-TABLE.
           05 WS-NB-ENTRY OCCURS 1000 TIMES INDEXED BY NB-IDX.
               10 WS-NB-MSG-ID     PIC X(20).
               10 WS-NB-DATA       PIC 9(8).
               10 WS-NB-PROGRAMA   PIC X(22).
               10 WS-NB-MODELO     PIC X(12).
               10 WS-NB-REF        PIC X(20).
               10 WS-NB-CANAL      PIC X.
               10 WS-NB-DESTINO    PIC X(40).
               10 WS-NB-NOME       PIC X(30).
               10 WS-NB-VAR        PIC X(30) OCCURS 5 TIMES.
               10 WS-NB-ESTADO     PIC X.
               10 WS-NB-DATA-ENVIO  PIC 9(8).
               10 WS-NB-DATA-ESTADO PIC 9(8).
               10 WS-NB-MOTIVO     PIC X(30).
       01  WS-NB-OVERFLOW PIC X VALUE "N".
       01  WS-NB-FOUND    PIC X.

      * linha de estado do fornecedor desmontada:
       01  WS-ST-ID     PIC X(20).
       01  WS-ST-CODE   PIC X(10).
       01  WS-ST-DATE   PIC X(8).
       01  WS-ST-MOTIVO PIC X(30).
       01  WS-ST-ESTADO PIC X.

       01  WS-CHANNEL-TEXT PIC X(5).
       01  WS-ESTADO-TEXT  PIC X(10).

       01  WS-N-PENDING  PIC 9(5) VALUE ZERO.
       01  WS-N-SENT     PIC 9(5) VALUE ZERO.
       01  WS-N-READ     PIC 9(5) VALUE ZERO.
       01  WS-N-UPDATED  PIC 9(5) VALUE ZERO.
       01  WS-N-FAILED   PIC 9(5) VALUE ZERO.
       01  WS-N-REJECTED PIC 9(5) VALUE ZERO.
       01  WS-N-LISTED   PIC 9(5) VALUE ZERO.
       01  M-COUNT       PIC ZZZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.

           DISPLAY "Avisos - (E) entregar ao fornecedor, (I) importar "
               "estados, (F) lista de falhas: " WITH NO ADVANCING.
           ACCEPT WS-RUN-MODE.
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           IF WS-RUN-MODE NOT = "E" AND WS-RUN-MODE NOT = "I"
               AND WS-RUN-MODE NOT = "F"
               DISPLAY "Opcao invalida."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-OUTBOX-PROCEDURE.
      *    com a tabela transbordada, regravar a caixa a partir dela
      *    apagaria as mensagens alem das 1000 carregadas:
           IF WS-NB-OVERFLOW = "Y" AND WS-RUN-MODE NOT = "F"
               DISPLAY "ERRO: notification-outbox com mais linhas do "
                   "que a tabela (1000) -- execucao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           EVALUATE WS-RUN-MODE
               WHEN "E"
                   PERFORM EXPORT-PENDING-PROCEDURE
               WHEN "I"
                   PERFORM IMPORT-STATUS-PROCEDURE
               WHEN OTHER
                   PERFORM FOLLOW-UP-LIST-PROCEDURE
           END-EVALUATE.
           CLOSE EXCEPTIONS-FILE.
           STOP RUN.


      *    o ficheiro de entrega leva data e hora no nome para que um
      *    envio ainda nao recolhido pelo fornecedor nao seja
      *    sobreposto pelo seguinte:
       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-NOTF-PATH-PROCEDURE.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "NOTIFY_HANDOVER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-HAND-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "NOTIFY_STATUS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DSTAT-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "NOTIFY_FOLLOW_UP_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FOLLOW-PATH
           END-IF.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "NOTIFY_STALE_DAYS".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-STALE-DAYS
           END-IF.


       LOAD-OUTBOX-PROCEDURE.
           MOVE ZERO TO WS-NB-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT NOTIFICATION-OUTBOX-FILE.
           IF WS-NOTF-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ NOTIFICATION-OUTBOX-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-NB-COUNT >= 1000
                           MOVE "Y" TO WS-NB-OVERFLOW
                       ELSE
                           ADD 1 TO WS-NB-COUNT
                           MOVE NOTIFICATION-RECORD
                               TO WS-NB-ENTRY(WS-NB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFICATION-OUTBOX-FILE.


       SAVE-OUTBOX-PROCEDURE.
           OPEN OUTPUT NOTIFICATION-OUTBOX-FILE.
           PERFORM VARYING NB-IDX FROM 1 BY 1
               UNTIL NB-IDX > WS-NB-COUNT
               MOVE WS-NB-ENTRY(NB-IDX) TO NOTIFICATION-RECORD
               WRITE NOTIFICATION-RECORD
           END-PERFORM.
           CLOSE NOTIFICATION-OUTBOX-FILE.


      *    as mensagens por enviar seguem num so ficheiro e ficam
      *    marcadas como entregues ao fornecedor (E), com a data:
       EXPORT-PENDING-PROCEDURE.
           MOVE ZERO TO WS-N-PENDING.
           PERFORM VARYING NB-IDX FROM 1 BY 1
               UNTIL NB-IDX > WS-NB-COUNT
               IF WS-NB-ESTADO(NB-IDX) = "P"
                   ADD 1 TO WS-N-PENDING
               END-IF
           END-PERFORM.
           IF WS-N-PENDING = ZERO
               DISPLAY "Nao ha mensagens por enviar."
               EXIT PARAGRAPH
           END-IF.

           IF WS-HAND-PATH = SPACES
               STRING "..\notify-handover-" WS-TODAY "-"
                   WS-NOW(1:6) ".txt"
                   DELIMITED BY SIZE INTO WS-HAND-PATH
           END-IF.
           OPEN OUTPUT HANDOVER-FILE.
           IF WS-HAND-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                   FUNCTION TRIM(WS-HAND-PATH) " (estado "
                   WS-HAND-STATUS ") -- nada enviado."
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HANDOVER-LINE.
           STRING "HDR|" WS-TODAY "|" WS-NOW(1:6)
               DELIMITED BY SIZE INTO HANDOVER-LINE.
           WRITE HANDOVER-LINE.

           MOVE ZERO TO WS-N-SENT.
           PERFORM VARYING NB-IDX FROM 1 BY 1
               UNTIL NB-IDX > WS-NB-COUNT
               IF WS-NB-ESTADO(NB-IDX) = "P"
                   PERFORM WRITE-HANDOVER-MSG-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE SPACES TO HANDOVER-LINE.
           STRING "TRL|" WS-N-SENT
               DELIMITED BY SIZE INTO HANDOVER-LINE.
           WRITE HANDOVER-LINE.
           CLOSE HANDOVER-FILE.
           PERFORM SAVE-OUTBOX-PROCEDURE.
           DISPLAY WS-N-SENT " mensagem(ns) entregue(s) ao "
               "fornecedor em " FUNCTION TRIM(WS-HAND-PATH) ".".


      *    o separador nao pode aparecer dentro dos campos:
       WRITE-HANDOVER-MSG-PROCEDURE.
           INSPECT WS-NB-ENTRY(NB-IDX) REPLACING ALL "|" BY "/".
           IF WS-NB-CANAL(NB-IDX) = "S"
               MOVE "SMS" TO WS-CHANNEL-TEXT
           ELSE
               MOVE "EMAIL" TO WS-CHANNEL-TEXT
           END-IF.
           MOVE SPACES TO HANDOVER-LINE.
           STRING "MSG|" FUNCTION TRIM(WS-NB-MSG-ID(NB-IDX))
               "|" FUNCTION TRIM(WS-CHANNEL-TEXT)
               "|" FUNCTION TRIM(WS-NB-DESTINO(NB-IDX))
               "|" FUNCTION TRIM(WS-NB-MODELO(NB-IDX))
               "|" FUNCTION TRIM(WS-NB-NOME(NB-IDX))
               "|" FUNCTION TRIM(WS-NB-VAR(NB-IDX, 1))
               "|" FUNCTION TRIM(WS-NB-VAR(NB-IDX, 2))
               "|" FUNCTION TRIM(WS-NB-VAR(NB-IDX, 3))
               "|" FUNCTION TRIM(WS-NB-VAR(NB-IDX, 4))
               "|" FUNCTION TRIM(WS-NB-VAR(NB-IDX, 5))
               DELIMITED BY SIZE INTO HANDOVER-LINE.
           WRITE HANDOVER-LINE.
           MOVE "E" TO WS-NB-ESTADO(NB-IDX).
           MOVE WS-TODAY TO WS-NB-DATA-ENVIO(NB-IDX).
           ADD 1 TO WS-N-SENT.


      *    reimportar o mesmo ficheiro nao repete excecoes: so a
      *    passagem a F de uma mensagem que ainda nao estava em F
      *    gera a excecao de seguimento:
       IMPORT-STATUS-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DELIVERY-STATUS-FILE.
           IF WS-DSTAT-STATUS = "35"
               DISPLAY "Sem ficheiro de estados do fornecedor ("
                   FUNCTION TRIM(WS-DSTAT-PATH) ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DELIVERY-STATUS-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DELIVERY-STATUS-LINE NOT = SPACES
                           AND DELIVERY-STATUS-LINE(1:4) NOT = "HDR|"
                           AND DELIVERY-STATUS-LINE(1:4) NOT = "TRL|"
                           PERFORM APPLY-STATUS-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DELIVERY-STATUS-FILE.

           IF WS-N-UPDATED > ZERO
               PERFORM SAVE-OUTBOX-PROCEDURE
           END-IF.
           DISPLAY "Estados lidos: " WS-N-READ
               "  atualizados: " WS-N-UPDATED
               "  novas falhas: " WS-N-FAILED
               "  rejeitados: " WS-N-REJECTED.
           IF WS-N-FAILED > ZERO
               DISPLAY "Ver a lista de falhas (opcao F) para "
                   "seguimento."
           END-IF.


       APPLY-STATUS-LINE-PROCEDURE.
           ADD 1 TO WS-N-READ.
           MOVE SPACES TO WS-ST-ID.
           MOVE SPACES TO WS-ST-CODE.
           MOVE SPACES TO WS-ST-DATE.
           MOVE SPACES TO WS-ST-MOTIVO.
           UNSTRING DELIVERY-STATUS-LINE DELIMITED BY "|"
               INTO WS-ST-ID WS-ST-CODE WS-ST-DATE WS-ST-MOTIVO.
           MOVE FUNCTION UPPER-CASE(WS-ST-CODE) TO WS-ST-CODE.
           EVALUATE WS-ST-CODE
               WHEN "D"
               WHEN "DELIVERED"
                   MOVE "D" TO WS-ST-ESTADO
               WHEN "F"
               WHEN "FAILED"
                   MOVE "F" TO WS-ST-ESTADO
               WHEN OTHER
                   ADD 1 TO WS-N-REJECTED
                   MOVE "NOTIFICATION-OUTBOX" TO EX-PROGRAM
                   MOVE "Estado de entrega invalido" TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING WS-ST-ID " " WS-ST-CODE
                       DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE "N" TO WS-NB-FOUND.
           PERFORM VARYING NB-IDX FROM 1 BY 1
               UNTIL NB-IDX > WS-NB-COUNT
               IF WS-NB-MSG-ID(NB-IDX) = WS-ST-ID
                   MOVE "Y" TO WS-NB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NB-FOUND = "N"
               ADD 1 TO WS-N-REJECTED
               MOVE "NOTIFICATION-OUTBOX" TO EX-PROGRAM
               MOVE "Id de mensagem desconhecido" TO EX-REASON
               MOVE WS-ST-ID TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF WS-ST-ESTADO = "F" AND WS-NB-ESTADO(NB-IDX) NOT = "F"
               ADD 1 TO WS-N-FAILED
               MOVE "NOTIFICATION-OUTBOX" TO EX-PROGRAM
               MOVE "Mensagem nao entregue" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING WS-ST-ID " " WS-NB-DESTINO(NB-IDX)
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           MOVE WS-ST-ESTADO TO WS-NB-ESTADO(NB-IDX).
           IF WS-ST-DATE IS NUMERIC
               MOVE WS-ST-DATE TO WS-NB-DATA-ESTADO(NB-IDX)
           ELSE
               MOVE WS-TODAY TO WS-NB-DATA-ESTADO(NB-IDX)
           END-IF.
           IF WS-ST-ESTADO = "F"
               MOVE WS-ST-MOTIVO TO WS-NB-MOTIVO(NB-IDX)
           ELSE
               MOVE SPACES TO WS-NB-MOTIVO(NB-IDX)
           END-IF.
           ADD 1 TO WS-N-UPDATED.


      *    falhas de entrega e mensagens entregues ao fornecedor ha
      *    mais de WS-STALE-DAYS dias sem estado devolvido:
       FOLLOW-UP-LIST-PROCEDURE.
           IF WS-NB-OVERFLOW = "Y"
               DISPLAY "AVISO: notification-outbox maior do que a "
                   "tabela (1000) -- so as primeiras mensagens foram "
                   "verificadas."
           END-IF.
           OPEN OUTPUT FOLLOW-UP-FILE.
           MOVE SPACES TO FOLLOW-UP-LINE.
           STRING "AVISOS SMS/E-MAIL POR ENTREGAR EM " WS-TODAY
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE.
           WRITE FOLLOW-UP-LINE.
           MOVE SPACES TO FOLLOW-UP-LINE.
           WRITE FOLLOW-UP-LINE.
           MOVE SPACES TO FOLLOW-UP-LINE.
           STRING "MENSAGEM             ESTADO     DATA     PROGRAMA"
               "               MODELO       REFERENCIA"
               "           C DESTINO / NOME / MOTIVO"
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE.
           WRITE FOLLOW-UP-LINE.

           MOVE ZERO TO WS-N-LISTED.
           PERFORM VARYING NB-IDX FROM 1 BY 1
               UNTIL NB-IDX > WS-NB-COUNT
               EVALUATE WS-NB-ESTADO(NB-IDX)
                   WHEN "F"
                       MOVE "FALHOU" TO WS-ESTADO-TEXT
                       PERFORM WRITE-FOLLOW-UP-PROCEDURE
                   WHEN "E"
                       COMPUTE WS-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY)
                           - FUNCTION INTEGER-OF-DATE
                               (WS-NB-DATA-ENVIO(NB-IDX))
                       IF WS-AGE-DAYS > WS-STALE-DAYS
                           MOVE "SEM ESTADO" TO WS-ESTADO-TEXT
                           PERFORM WRITE-FOLLOW-UP-PROCEDURE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

           MOVE SPACES TO FOLLOW-UP-LINE.
           WRITE FOLLOW-UP-LINE.
           MOVE WS-N-LISTED TO M-COUNT.
           MOVE SPACES TO FOLLOW-UP-LINE.
           STRING "Mensagens para seguimento: " M-COUNT
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE.
           WRITE FOLLOW-UP-LINE.
           CLOSE FOLLOW-UP-FILE.
           MOVE "NOTIFICATION-OUTBOX" TO WS-SPL-PROGRAM.
           MOVE "NOTIFICACOES FALHADAS" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-FOLLOW-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Mensagens para seguimento: " M-COUNT
               " -- lista em " FUNCTION TRIM(WS-FOLLOW-PATH) ".".


       WRITE-FOLLOW-UP-PROCEDURE.
           ADD 1 TO WS-N-LISTED.
           MOVE SPACES TO FOLLOW-UP-LINE.
           STRING WS-NB-MSG-ID(NB-IDX) " " WS-ESTADO-TEXT " "
               WS-NB-DATA(NB-IDX) " " WS-NB-PROGRAMA(NB-IDX) " "
               WS-NB-MODELO(NB-IDX) " " WS-NB-REF(NB-IDX) " "
               WS-NB-CANAL(NB-IDX) " " WS-NB-DESTINO(NB-IDX)
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE.
           WRITE FOLLOW-UP-LINE.
           MOVE SPACES TO FOLLOW-UP-LINE.
           STRING "      " WS-NB-NOME(NB-IDX) "  "
               WS-NB-MOTIVO(NB-IDX)
               DELIMITED BY SIZE INTO FOLLOW-UP-LINE.
           WRITE FOLLOW-UP-LINE.


       COPY "NOTFP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM NOTIFICATION-OUTBOX.
