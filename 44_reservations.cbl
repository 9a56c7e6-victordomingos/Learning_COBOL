      *          fill the fleet of that type (FR-FROTA on the fleet
      *          rates), and print the daily pickup list the counter
      *          works from -- instead of the double-promised paper
      *          diary. A customer who fails the driver rules of the
      *          type (minimum age, years licensed, licence category)
      *          or whose licence expires before the planned return
      *          is refused. The pickup list also queues a reminder
      *          by SMS or e-mail to each customer on it, through the
      *          shared notification outbox.
      * Author:  Victor Domingos
      * Date:    2026-08-21
      * License: MIT
      *    ate ser abatido na fatura (ou perdido num no-show):
           COPY "GLJRNSEL.cpy".

      *    caixa de saida dos avisos por SMS/e-mail:
           COPY "NOTFSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------

           COPY "GLJRNFD.cpy".

           COPY "NOTFFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-BOOKINGS-PATH PIC X(60) VALUE "..\bookings.txt".
       COPY "VEHMWS.cpy".
       COPY "RCUSTWS.cpy".
       COPY "GLJRNWS.cpy".
       COPY "NOTFWS.cpy".
       01  WS-NEW-CUSTNO  PIC 9(5).
       01  WS-NEW-DEPOSIT PIC 9(5)V99.
       01  WS-NEW-BRANCH  PIC X(3).
           05 WS-FLEET-ENTRY OCCURS 10 TIMES INDEXED BY FR-IDX.
               10 WS-FLEET-TIPO  PIC 9.
               10 WS-FLEET-FROTA PIC 999.
               10 WS-FLEET-IDADE-MIN   PIC 99.
               10 WS-FLEET-ANOS-CARTA  PIC 99.
               10 WS-FLEET-IDADE-JOVEM PIC 99.
               10 WS-FLEET-CATEGORIA   PIC X(3).

      * elegibilidade do condutor contra as regras do tipo:
       COPY "DRVELIG.cpy".

      *=================================================================
       PROCEDURE DIVISION.
           PERFORM INIT-RCUST-PATH-PROCEDURE.
           PERFORM LOAD-RCUST-FILE-PROCEDURE.
           PERFORM LOAD-BOOKINGS-PROCEDURE.
           PERFORM INIT-NOTF-PATH-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "6"
               PERFORM SHOW-MENU-PROCEDURE
                   MOVE 1 TO WS-NEW-DIAS
               END-IF

               PERFORM CHECK-ELIGIBILITY-PROCEDURE
               IF DE-OK = "N"
                   DISPLAY "RESERVA RECUSADA: " DE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF DE-YOUNG = "Y"
                   DISPLAY "AVISO: condutor jovem -- a devolucao "
                       "cobra a sobretaxa de condutor jovem."
               END-IF

               PERFORM COUNT-OVERLAPS-PROCEDURE
               PERFORM LOOKUP-FROTA-PROCEDURE
               IF WS-FROTA-HAVE = "Y" AND WS-OVERLAPS >= WS-FROTA
           PERFORM ACCEPT-VALID-DATE-PROCEDURE.
           MOVE WS-DATE-IN TO WS-SEL-DATE.
           DISPLAY "----- LEVANTAMENTOS DE " WS-SEL-DATE " -----".
           MOVE ZERO TO WS-NTF-N-QUEUED.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RSV-COUNT
               IF WS-RSV-STATUS(RS-IDX) = "A"
                   DISPLAY WS-RSV-CUSTOMER(RS-IDX)
                       " tipo " WS-RSV-TIPO(RS-IDX)
                       " por " WS-RSV-DIAS(RS-IDX) " dias"
                   PERFORM QUEUE-PICKUP-REMINDER-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-NTF-N-QUEUED > ZERO
               DISPLAY WS-NTF-N-QUEUED " lembrete(s) na caixa de "
                   "saida de avisos."
           END-IF.


      *    lembrete de levantamento ao cliente com canal de avisos no
      *    master (uma vez por reserva e dia, mesmo listando de novo):
       QUEUE-PICKUP-REMINDER-PROCEDURE.
           IF WS-RSV-CUSTNO(RS-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RSV-CUSTNO(RS-IDX) TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NTF-VARS.
           MOVE "RESERVATIONS" TO WS-NTF-PROGRAMA.
           MOVE "RESV-LEVANTA" TO WS-NTF-MODELO.
           MOVE SPACES TO WS-NTF-REF.
           STRING WS-RSV-CUSTNO(RS-IDX) "-" WS-RSV-PICKUP(RS-IDX)
               DELIMITED BY SIZE INTO WS-NTF-REF.
           MOVE WS-RC-NOME(RC-IDX) TO WS-NTF-NOME.
           MOVE WS-RC-CANAL(RC-IDX) TO WS-NTF-CANAL.
           MOVE WS-RC-PHONE(RC-IDX) TO WS-NTF-TELEFONE.
           MOVE WS-RC-EMAIL(RC-IDX) TO WS-NTF-EMAIL.
           MOVE WS-RC-NOME(RC-IDX) TO WS-NTF-VAR(1).
           MOVE WS-RSV-PICKUP(RS-IDX) TO WS-NTF-VAR(2).
           MOVE WS-RSV-BRANCH(RS-IDX) TO WS-NTF-VAR(3).
           MOVE WS-RSV-TIPO(RS-IDX) TO WS-NTF-VAR(4).
           MOVE WS-RSV-DIAS(RS-IDX) TO WS-NTF-VAR(5).
           PERFORM QUEUE-NOTIFICATION-PROCEDURE.


      *    depositos cobrados e ainda em carteira (reservas ativas
           DISPLAY "TOTAL EM CARTEIRA: " M-DEP-TOTAL.


      *    o cliente contra as regras do tipo pedido, do dia do
      *    levantamento ao fim dos dias planeados (tipo sem linha na
      *    tabela de tarifas = so a validade da carta):
       CHECK-ELIGIBILITY-PROCEDURE.
           MOVE ZERO TO DE-IDADE-MIN.
           MOVE ZERO TO DE-ANOS-CARTA.
           MOVE ZERO TO DE-IDADE-JOVEM.
           MOVE SPACES TO DE-CATEGORIA.
           PERFORM VARYING FR-IDX FROM 1 BY 1
               UNTIL FR-IDX > WS-FLEET-COUNT
               IF WS-FLEET-TIPO(FR-IDX) = WS-NEW-TIPO
                   MOVE WS-FLEET-IDADE-MIN(FR-IDX) TO DE-IDADE-MIN
                   MOVE WS-FLEET-ANOS-CARTA(FR-IDX) TO DE-ANOS-CARTA
                   MOVE WS-FLEET-IDADE-JOVEM(FR-IDX) TO DE-IDADE-JOVEM
                   MOVE WS-FLEET-CATEGORIA(FR-IDX) TO DE-CATEGORIA
               END-IF
           END-PERFORM.
           MOVE WS-NEW-PICKUP TO DE-REF-DATE.
           COMPUTE DE-RETURN-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEW-PICKUP) + WS-NEW-DIAS).
           PERFORM CHECK-RCUST-DRIVER-PROCEDURE.


       COUNT-OVERLAPS-PROCEDURE.
           MOVE ZERO TO WS-OVERLAPS.
           COMPUTE WS-NEW-START-I =
                                   MOVE ZERO TO
                                       WS-FLEET-FROTA(WS-FLEET-COUNT)
                               END-IF
                               PERFORM LOAD-DRIVER-RULES-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.


      *    tarifas gravadas antes das regras do condutor ficam sem
      *    regra (zero):
       LOAD-DRIVER-RULES-PROCEDURE.
           SET FR-IDX TO WS-FLEET-COUNT.
           MOVE ZERO TO WS-FLEET-IDADE-MIN(FR-IDX).
           MOVE ZERO TO WS-FLEET-ANOS-CARTA(FR-IDX).
           MOVE ZERO TO WS-FLEET-IDADE-JOVEM(FR-IDX).
           IF FR-IDADE-MIN NUMERIC
               MOVE FR-IDADE-MIN TO WS-FLEET-IDADE-MIN(FR-IDX)
           END-IF.
           IF FR-ANOS-CARTA NUMERIC
               MOVE FR-ANOS-CARTA TO WS-FLEET-ANOS-CARTA(FR-IDX)
           END-IF.
           IF FR-IDADE-JOVEM NUMERIC
               MOVE FR-IDADE-JOVEM TO WS-FLEET-IDADE-JOVEM(FR-IDX)
           END-IF.
           MOVE FR-CATEGORIA TO WS-FLEET-CATEGORIA(FR-IDX).


       COPY "DATEVALP.cpy".

       COPY "WKORP.cpy".

       COPY "RCUSTP.cpy".

       COPY "DRVELIGP.cpy".

       COPY "GLJRNP.cpy".

       COPY "NOTFP.cpy".


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOKINGS_FILE".
