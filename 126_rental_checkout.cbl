       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAL-CHECKOUT.
      *=================================================================
      * Purpose: Open a rental agreement when the car leaves: the
      *          rental customer (blacklist refused), the booking it
      *          fulfils, the plate (in service and not already out),
      *          the tariff plan, the odometer and fuel level at
      *          pickup and the expected return date. While the car
      *          is out the agreement says who has it; at return
      *          PRODUCAO1-ALUGUER closes it and bills the km from the
      *          odometer difference. Agreements opened by mistake
      *          can be cancelled before the car comes back. The
      *          renter and up to two named additional drivers are
      *          held against the driver rules of the vehicle type
      *          (FLEET-RATES) and refused when they fail them or
      *          their licence expires before the planned return.
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
           COPY "RAGRSEL.cpy".
           COPY "RCUSTSEL.cpy".
           COPY "VEHMSEL.cpy".

      *    tarifas da frota, so pelas regras do condutor de cada tipo:
           SELECT FLEET-RATES-FILE
           ASSIGN TO DYNAMIC WS-FLEET-RATES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLEET-STATUS.

      *    reservas (so leitura: o deposito continua a ser abatido e
      *    a reserva marcada como levantada na devolucao):
           SELECT BOOKINGS-FILE
           ASSIGN TO DYNAMIC WS-BOOKINGS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOKINGS-STATUS.

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "RAGRFD.cpy".
           COPY "RCUSTFD.cpy".
           COPY "VEHMFD.cpy".

           COPY "FLEETFD.cpy".

      * mesma imagem do BOOKING-RECORD do RESERVATIONS:
       FD  BOOKINGS-FILE.
       01  BOOKING-RECORD.
           05 RS-CUSTOMER PIC X(20).
           05 RS-TIPO     PIC 9.
           05 RS-PICKUP   PIC 9(8).
           05 RS-DIAS     PIC 999.
           05 RS-RSTATUS  PIC X.
           05 RS-CUSTNO   PIC 9(5).
           05 RS-DEPOSIT  PIC 9(5)V99.
           05 RS-BRANCH   PIC X(3).

           COPY "OPERFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "RAGRWS.cpy".
           COPY "RCUSTWS.cpy".
           COPY "VEHMWS.cpy".
           COPY "OPERWS.cpy".

       01  WS-FLEET-RATES-PATH PIC X(60) VALUE "..\fleet-rates.txt".
       01  WS-FLEET-STATUS    PIC XX.
       01  WS-FLEET-EOF       PIC X VALUE "N".
       01  WS-FLEET-COUNT     PIC 99 VALUE ZERO.
       01  WS-FLEET-TABLE.
           05 WS-FLEET-ENTRY OCCURS 10 TIMES INDEXED BY FR-IDX.
               10 WS-FLEET-TIPO        PIC 9.
               10 WS-FLEET-IDADE-MIN   PIC 99.
               10 WS-FLEET-ANOS-CARTA  PIC 99.
               10 WS-FLEET-IDADE-JOVEM PIC 99.
               10 WS-FLEET-CATEGORIA   PIC X(3).

      * elegibilidade do condutor contra as regras do tipo:
       COPY "DRVELIG.cpy".

       01  WS-BOOKINGS-PATH   PIC X(60) VALUE "..\bookings.txt".
       01  WS-BOOKINGS-STATUS PIC XX.
       01  WS-ENV-VALUE       PIC X(60).

      * reservas ativas carregadas para escolha no check-out:
       01  WS-RSV-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RSV-TABLE.
           05 WS-RSV-ENTRY OCCURS 300 TIMES INDEXED BY RS-IDX.
               10 WS-RSV-TIPO     PIC 9.
               10 WS-RSV-PICKUP   PIC 9(8).
               10 WS-RSV-DIAS     PIC 999.
               10 WS-RSV-STATUS   PIC X.
               10 WS-RSV-CUSTNO   PIC 9(5).
               10 WS-RSV-BRANCH   PIC X(3).

       01  WS-OPTION      PIC X.
       01  WS-TODAY       PIC 9(8).
       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-AGR     PIC 9(6).
       01  WS-SEL-ROW     PIC 9(3).
       01  WS-ROW-SHOWN   PIC ZZ9.
       01  WS-N-RSV       PIC 9(3).
       01  WS-N-OPEN      PIC 9(3).
       01  WS-CONFIRM     PIC X.

      * dados do contrato em preparacao:
       01  WS-NEW-CUSTNO   PIC 9(5).
       01  WS-NEW-PLATE    PIC X(8).
       01  WS-NEW-PLAN     PIC X.
       01  WS-NEW-RES      PIC 9(8).
       01  WS-NEW-BRANCH   PIC X(3).
       01  WS-NEW-KM       PIC 9(6).
       01  WS-NEW-FUEL     PIC 999.
       01  WS-NEW-DIAS     PIC 999.
       01  WS-NEW-PREVISTA PIC 9(8).
       01  WS-RES-TIPO     PIC 9.
      * condutores adicionais nomeados:
       01  WS-NEW-CONDUTORES.
           05 WS-NEW-CONDUTOR PIC 9(5) OCCURS 2 TIMES.
       01  WS-COND-IX      PIC 9.
       01  WS-COND-NO      PIC 9(5).
       01  WS-COND-OK      PIC X.
       01  WS-ANY-YOUNG    PIC X.

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-RAGR-PATH-PROCEDURE.
           PERFORM LOAD-RAGR-FILE-PROCEDURE.
           IF WS-RAGR-OVERFLOW = "Y"
               DISPLAY "ERRO: rental-agreements com mais linhas do "
                   "que a tabela (500) -- arquive os contratos "
                   "fechados antes de abrir novos."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-RCUST-PATH-PROCEDURE.
           PERFORM LOAD-RCUST-FILE-PROCEDURE.
           PERFORM INIT-VEHICLE-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-VEHICLE-MASTER-PROCEDURE.
           PERFORM LOAD-BOOKINGS-PROCEDURE.
           PERFORM READ-DRIVER-RULES-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "4"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-OPEN-PROCEDURE
                   WHEN "2" PERFORM CHECK-OUT-PROCEDURE
                   WHEN "3" PERFORM CANCEL-AGREEMENT-PROCEDURE
                   WHEN "4" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-RAGR-DIRTY = "Y"
               PERFORM SAVE-RAGR-FILE-PROCEDURE
               DISPLAY "Contratos gravados em "
                   FUNCTION TRIM(WS-RAGR-PATH) "."
           END-IF.
           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- CHECK-OUT DE ALUGUERES -----".
           DISPLAY "1 - Contratos abertos (viaturas fora)".
           DISPLAY "2 - Check-out (abrir contrato)".
           DISPLAY "3 - Anular contrato aberto".
           DISPLAY "4 - Gravar e sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-OPEN-PROCEDURE.
           MOVE ZERO TO WS-N-OPEN.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > WS-RAGR-COUNT
               IF WS-RA-STATUS(RA-IDX) = "A"
                   ADD 1 TO WS-N-OPEN
                   DISPLAY WS-RA-NUMERO(RA-IDX) " "
                       WS-RA-PLATE(RA-IDX)
                       " cliente " WS-RA-CUSTNO(RA-IDX)
                       " saiu " WS-RA-LEVANT(RA-IDX)
                       " volta " WS-RA-PREVISTA(RA-IDX)
                       " km " WS-RA-KM-SAIDA(RA-IDX)
                       " comb. " WS-RA-FUEL-SAIDA(RA-IDX) "%"
               END-IF
           END-PERFORM.
           IF WS-N-OPEN = ZERO
               DISPLAY "Nao ha viaturas fora."
           END-IF.


       CHECK-OUT-PROCEDURE.
           IF WS-RAGR-COUNT >= 500
               DISPLAY "Tabela de contratos cheia (maximo 500)."
               EXIT PARAGRAPH
           END-IF.

      *    cliente registado e fora da lista negra:
           DISPLAY "Numero do cliente: " WITH NO ADVANCING.
           ACCEPT WS-NEW-CUSTNO.
           MOVE WS-NEW-CUSTNO TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "N"
               DISPLAY "Cliente nao registado -- registe-o primeiro."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-STATUS(RC-IDX) = "B"
               DISPLAY "*** CLIENTE NA LISTA NEGRA -- ALUGUER "
                   "RECUSADO ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  " WS-RC-NOME(RC-IDX).

           PERFORM CHOOSE-BOOKING-PROCEDURE.

      *    matricula em servico e que nao esteja ja fora:
           DISPLAY "Matricula: " WITH NO ADVANCING.
           ACCEPT WS-NEW-PLATE.
           MOVE WS-NEW-PLATE TO WS-VEHM-LOOKUP-PLATE.
           PERFORM LOOKUP-VEHICLE-PROCEDURE.
           IF WS-VEHM-FOUND = "N"
               DISPLAY "Matricula desconhecida."
               EXIT PARAGRAPH
           END-IF.
           IF WS-VM-ATIVO(VM-IDX) NOT = "S"
               DISPLAY "Viatura fora de servico."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-PLATE TO WS-RAGR-LOOKUP-PLATE.
           PERFORM LOOKUP-OPEN-RAGR-PROCEDURE.
           IF WS-RAGR-FOUND = "Y"
               DISPLAY "Viatura ja esta fora (contrato "
                   WS-RA-NUMERO(RA-IDX) ")."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-RES > ZERO
               AND WS-RES-TIPO NOT = WS-VM-TIPO(VM-IDX)
               DISPLAY "  AVISO: a reserva era para o tipo "
                   WS-RES-TIPO "; a viatura e do tipo "
                   WS-VM-TIPO(VM-IDX) "."
           END-IF.
           IF WS-NEW-BRANCH = SPACES
               MOVE WS-VM-BRANCH(VM-IDX) TO WS-NEW-BRANCH
           END-IF.

           MOVE SPACE TO WS-NEW-PLAN.
           DISPLAY "Plano (S=standard, U=km ilimitados, E=economico;"
               " ENTER = S): " WITH NO ADVANCING.
           ACCEPT WS-NEW-PLAN.
           IF WS-NEW-PLAN = SPACE
               MOVE "S" TO WS-NEW-PLAN
           END-IF.
           IF WS-NEW-PLAN NOT = "S" AND WS-NEW-PLAN NOT = "U"
               AND WS-NEW-PLAN NOT = "E"
               DISPLAY "Plano invalido."
               EXIT PARAGRAPH
           END-IF.

      *    o odometro de saida nao pode recuar face ao mestre:
           DISPLAY "Odometro a saida (0 = " WS-VM-KM(VM-IDX) "): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-KM.
           IF WS-NEW-KM = ZERO
               MOVE WS-VM-KM(VM-IDX) TO WS-NEW-KM
           END-IF.
           IF WS-NEW-KM < WS-VM-KM(VM-IDX)
               DISPLAY "Odometro abaixo do ultimo registado ("
                   WS-VM-KM(VM-IDX) ")."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Combustivel a saida (% do deposito): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-FUEL.
           IF WS-NEW-FUEL > 100
               DISPLAY "Nivel de combustivel invalido."
               EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-DIAS = ZERO
               DISPLAY "Dias previstos: " WITH NO ADVANCING
           ELSE
               DISPLAY "Dias previstos (0 = " WS-NEW-DIAS "): "
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-SEL-ROW.
           IF WS-SEL-ROW > ZERO
               MOVE WS-SEL-ROW TO WS-NEW-DIAS
           END-IF.
           IF WS-NEW-DIAS = ZERO
               DISPLAY "Indique os dias previstos."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-PREVISTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-NEW-DIAS).

      *    cliente e condutores adicionais contra as regras do tipo
      *    da viatura, ate a devolucao prevista:
           PERFORM LOOKUP-TYPE-RULES-PROCEDURE.
           MOVE "N" TO WS-ANY-YOUNG.
           MOVE WS-NEW-CUSTNO TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           PERFORM CHECK-RCUST-DRIVER-PROCEDURE.
           IF DE-OK = "N"
               DISPLAY "*** CHECK-OUT RECUSADO: " DE-REASON " ***"
               EXIT PARAGRAPH
           END-IF.
           IF DE-YOUNG = "Y"
               MOVE "Y" TO WS-ANY-YOUNG
           END-IF.
           MOVE ZERO TO WS-NEW-CONDUTOR(1).
           MOVE ZERO TO WS-NEW-CONDUTOR(2).
           MOVE "Y" TO WS-COND-OK.
           PERFORM VARYING WS-COND-IX FROM 1 BY 1
               UNTIL WS-COND-IX > 2 OR WS-COND-OK = "N"
               PERFORM ADDITIONAL-DRIVER-PROCEDURE
           END-PERFORM.
           IF WS-COND-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ANY-YOUNG = "Y"
               DISPLAY "  AVISO: condutor jovem -- a devolucao cobra "
                   "a sobretaxa de condutor jovem."
           END-IF.

           ADD 1 TO WS-RAGR-LAST-NO.
           ADD 1 TO WS-RAGR-COUNT.
           SET RA-IDX TO WS-RAGR-COUNT.
           MOVE WS-RAGR-LAST-NO TO WS-RA-NUMERO(RA-IDX).
           MOVE WS-NEW-CUSTNO TO WS-RA-CUSTNO(RA-IDX).
           MOVE WS-NEW-PLATE TO WS-RA-PLATE(RA-IDX).
           MOVE WS-NEW-PLAN TO WS-RA-PLAN(RA-IDX).
           MOVE WS-NEW-RES TO WS-RA-RES-PICKUP(RA-IDX).
           MOVE WS-NEW-BRANCH TO WS-RA-BRANCH(RA-IDX).
           MOVE WS-TODAY TO WS-RA-LEVANT(RA-IDX).
           MOVE WS-NEW-PREVISTA TO WS-RA-PREVISTA(RA-IDX).
           MOVE WS-NEW-KM TO WS-RA-KM-SAIDA(RA-IDX).
           MOVE WS-NEW-FUEL TO WS-RA-FUEL-SAIDA(RA-IDX).
           MOVE "A" TO WS-RA-STATUS(RA-IDX).
           MOVE ZERO TO WS-RA-DEVOL(RA-IDX).
           MOVE ZERO TO WS-RA-KM-ENTRADA(RA-IDX).
           MOVE WS-OPERATOR-ID TO WS-RA-OPERADOR(RA-IDX).
           MOVE WS-NEW-CONDUTOR(1) TO WS-RA-CONDUTOR(RA-IDX, 1).
           MOVE WS-NEW-CONDUTOR(2) TO WS-RA-CONDUTOR(RA-IDX, 2).
           MOVE "Y" TO WS-RAGR-DIRTY.
           DISPLAY "Contrato " WS-RA-NUMERO(RA-IDX) " aberto: "
               WS-NEW-PLATE " volta ate " WS-NEW-PREVISTA ".".


      *    condutor adicional: cliente de aluguer registado, fora da
      *    lista negra e dentro das mesmas regras que o titular;
      *    zero termina a lista (WS-COND-OK = "N" recusa o
      *    check-out):
       ADDITIONAL-DRIVER-PROCEDURE.
           IF WS-COND-IX > 1 AND WS-NEW-CONDUTOR(1) = ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Condutor adicional " WS-COND-IX
               " (numero de cliente, 0 = nenhum): " WITH NO ADVANCING.
           ACCEPT WS-COND-NO.
           IF WS-COND-NO = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COND-NO TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "N"
               DISPLAY "Condutor nao registado como cliente -- "
                   "registe-o primeiro."
               MOVE "N" TO WS-COND-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-STATUS(RC-IDX) = "B"
               DISPLAY "*** CONDUTOR NA LISTA NEGRA -- CHECK-OUT "
                   "RECUSADO ***"
               MOVE "N" TO WS-COND-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RCUST-DRIVER-PROCEDURE.
           IF DE-OK = "N"
               DISPLAY "*** CONDUTOR " WS-RC-NOME(RC-IDX) ": "
                   DE-REASON " ***"
               MOVE "N" TO WS-COND-OK
               EXIT PARAGRAPH
           END-IF.
           IF DE-YOUNG = "Y"
               MOVE "Y" TO WS-ANY-YOUNG
           END-IF.
           MOVE WS-COND-NO TO WS-NEW-CONDUTOR(WS-COND-IX).


      *    regras do condutor do tipo da viatura (tipo sem linha na
      *    tabela de tarifas = so a validade da carta):
       LOOKUP-TYPE-RULES-PROCEDURE.
           MOVE ZERO TO DE-IDADE-MIN.
           MOVE ZERO TO DE-ANOS-CARTA.
           MOVE ZERO TO DE-IDADE-JOVEM.
           MOVE SPACES TO DE-CATEGORIA.
           PERFORM VARYING FR-IDX FROM 1 BY 1
               UNTIL FR-IDX > WS-FLEET-COUNT
               IF WS-FLEET-TIPO(FR-IDX) = WS-VM-TIPO(VM-IDX)
                   MOVE WS-FLEET-IDADE-MIN(FR-IDX) TO DE-IDADE-MIN
                   MOVE WS-FLEET-ANOS-CARTA(FR-IDX) TO DE-ANOS-CARTA
                   MOVE WS-FLEET-IDADE-JOVEM(FR-IDX) TO DE-IDADE-JOVEM
                   MOVE WS-FLEET-CATEGORIA(FR-IDX) TO DE-CATEGORIA
               END-IF
           END-PERFORM.
           MOVE WS-TODAY TO DE-REF-DATE.
           MOVE WS-NEW-PREVISTA TO DE-RETURN-DATE.


       READ-DRIVER-RULES-PROCEDURE.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FLEET_RATES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-FLEET-RATES-PATH
           END-IF.
           OPEN INPUT FLEET-RATES-FILE.
           IF WS-FLEET-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-FLEET-EOF = "Y"
                   READ FLEET-RATES-FILE
                       AT END MOVE "Y" TO WS-FLEET-EOF
                       NOT AT END
                           IF WS-FLEET-COUNT < 10
                               ADD 1 TO WS-FLEET-COUNT
                               PERFORM LOAD-DRIVER-RULES-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLEET-RATES-FILE
           END-IF.


      *    tarifas gravadas antes das regras do condutor ficam sem
      *    regra (zero):
       LOAD-DRIVER-RULES-PROCEDURE.
           SET FR-IDX TO WS-FLEET-COUNT.
           MOVE FR-TIPO TO WS-FLEET-TIPO(FR-IDX).
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


      *    reservas ativas do cliente; a escolhida da os dias
      *    previstos e o balcao (0 = aluguer sem reserva):
       CHOOSE-BOOKING-PROCEDURE.
           MOVE ZERO TO WS-NEW-RES.
           MOVE ZERO TO WS-NEW-DIAS.
           MOVE ZERO TO WS-RES-TIPO.
           MOVE SPACES TO WS-NEW-BRANCH.
           MOVE ZERO TO WS-N-RSV.
           PERFORM VARYING RS-IDX FROM 1 BY 1
               UNTIL RS-IDX > WS-RSV-COUNT
               IF WS-RSV-CUSTNO(RS-IDX) = WS-NEW-CUSTNO
                   AND WS-RSV-STATUS(RS-IDX) = "A"
                   ADD 1 TO WS-N-RSV
                   SET WS-SEL-ROW TO RS-IDX
                   MOVE WS-SEL-ROW TO WS-ROW-SHOWN
                   DISPLAY "  " WS-ROW-SHOWN ") tipo "
                       WS-RSV-TIPO(RS-IDX)
                       " levanta " WS-RSV-PICKUP(RS-IDX)
                       " por " WS-RSV-DIAS(RS-IDX) " dias"
               END-IF
           END-PERFORM.
           IF WS-N-RSV = ZERO
               DISPLAY "  (sem reservas ativas -- aluguer direto)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Reserva (0 = nenhuma): " WITH NO ADVANCING.
           ACCEPT WS-SEL-ROW.
           IF WS-SEL-ROW = ZERO OR WS-SEL-ROW > WS-RSV-COUNT
               EXIT PARAGRAPH
           END-IF.
           SET RS-IDX TO WS-SEL-ROW.
           IF WS-RSV-CUSTNO(RS-IDX) NOT = WS-NEW-CUSTNO
               OR WS-RSV-STATUS(RS-IDX) NOT = "A"
               DISPLAY "Reserva nao e deste cliente -- sem reserva."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RSV-PICKUP(RS-IDX) TO WS-NEW-RES.
           MOVE WS-RSV-DIAS(RS-IDX) TO WS-NEW-DIAS.
           MOVE WS-RSV-TIPO(RS-IDX) TO WS-RES-TIPO.
           MOVE WS-RSV-BRANCH(RS-IDX) TO WS-NEW-BRANCH.


      *    contrato aberto por engano (a viatura nao chegou a sair):
       CANCEL-AGREEMENT-PROCEDURE.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING.
           ACCEPT WS-SEL-AGR.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > WS-RAGR-COUNT
               IF WS-RA-NUMERO(RA-IDX) = WS-SEL-AGR
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF RA-IDX > WS-RAGR-COUNT
               DISPLAY "Contrato inexistente."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RA-STATUS(RA-IDX) NOT = "A"
               DISPLAY "O contrato ja nao esta aberto."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Anular o contrato de " WS-RA-PLATE(RA-IDX)
               " (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "S" OR WS-CONFIRM = "s"
               MOVE "C" TO WS-RA-STATUS(RA-IDX)
               MOVE "Y" TO WS-RAGR-DIRTY
               DISPLAY "Contrato anulado."
           END-IF.


       LOAD-BOOKINGS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "BOOKINGS_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-BOOKINGS-PATH
           END-IF.
           MOVE ZERO TO WS-RSV-COUNT.
           OPEN INPUT BOOKINGS-FILE.
           IF WS-BOOKINGS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-BOOKINGS-STATUS = "10"
                   READ BOOKINGS-FILE
                       AT END MOVE "10" TO WS-BOOKINGS-STATUS
                       NOT AT END
                           IF WS-RSV-COUNT < 300
                               ADD 1 TO WS-RSV-COUNT
                               MOVE RS-TIPO
                                   TO WS-RSV-TIPO(WS-RSV-COUNT)
                               MOVE RS-PICKUP
                                   TO WS-RSV-PICKUP(WS-RSV-COUNT)
                               MOVE RS-DIAS
                                   TO WS-RSV-DIAS(WS-RSV-COUNT)
                               MOVE RS-RSTATUS
                                   TO WS-RSV-STATUS(WS-RSV-COUNT)
                               MOVE RS-CUSTNO
                                   TO WS-RSV-CUSTNO(WS-RSV-COUNT)
                               MOVE RS-BRANCH
                                   TO WS-RSV-BRANCH(WS-RSV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKINGS-FILE
           END-IF.


       COPY "RAGRP.cpy".

       COPY "RCUSTP.cpy".

       COPY "DRVELIGP.cpy".

       COPY "VEHMP.cpy".

       COPY "OPERP.cpy".

       END PROGRAM RENTAL-CHECKOUT.
