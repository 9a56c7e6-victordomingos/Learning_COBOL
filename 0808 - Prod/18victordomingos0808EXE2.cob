      * registo de impressoes digitais dos ficheiros de entrada:
           COPY "FNGRSEL.cpy".

      *    reabastecimentos faturados, por matricula:
           COPY "RFCHSEL.cpy".

      * contratos abertos no check-out (RENTAL-CHECKOUT): a devolucao
      * fecha o da matricula e os km saem da diferenca de odometro:
           COPY "RAGRSEL.cpy".

      * contratos de empresa: os condutores autorizados alugam as
      * condicoes negociadas e o aluguer fica em conta corrente para
      * a fatura mensal da empresa (CORPORATE-INVOICING):
           COPY "CORPSEL.cpy".
           COPY "CRNTSEL.cpy".

      * registo de documentos de venda (exportacao fiscal):
           COPY "SDOCSEL.cpy".

      * calendario de tarifas sazonais/fim-de-semana por cima da
      * fleet-rates.txt: cada dia do aluguer e precificado ao seu
      * proprio multiplicador (ver RATE-CALENDAR-MAINT):
           05 FILLER          PIC X(3) VALUE SPACES.
      *    plano tarifario da transacao (S/U/E):
           05 O-PLAN          PIC X.
      *    matricula e cliente, para a rentabilidade por viatura (os
      *    alugueres sem cliente nao entram no historico):
           05 FILLER          PIC X VALUE SPACE.
           05 O-PLATE         PIC X(8).
           05 FILLER          PIC X VALUE SPACE.
           05 O-CUSTNO        PIC 9(5).

      * trailer de controlo, gravado uma vez ao fechar o
      * ficheiro:
           05 RH-DATA   PIC 9(8).
           05 RH-PLATE  PIC X(8).
           05 RH-VALOR  PIC S9(6)V99.
      *    data de levantamento (RH-DATA e a da devolucao), para as
      *    multas e portagens chegarem ao aluguer que tinha a viatura:
           05 RH-LEVANT PIC 9(8).

      * mesma imagem do BOOKING-RECORD do RESERVATIONS:
       FD  BOOKINGS-FILE.
           05 CL-STATUS    PIC X.
           05 CL-NOTES     PIC X(30).

       COPY "RFCHFD.cpy".

       COPY "RAGRFD.cpy".

       COPY "CORPFD.cpy".

       COPY "CRNTFD.cpy".

       COPY "SDOCFD.cpy".

      * linha do calendario de tarifas: intervalo de datas, mascara
      * de dias da semana (posicoes 1-7 = segunda a domingo, "S" =
      * aplica-se), tipo de viatura (0 = todos) e multiplicador:
               10 WS-FLEET-PRECO-DIA    PIC 9999V99.
               10 WS-FLEET-PRECO-KM     PIC 9999V99.
               10 WS-FLEET-KM-DIA-LIVRE PIC 999.
      *        idade abaixo da qual paga a sobretaxa de condutor
      *        jovem (zero = sem sobretaxa):
               10 WS-FLEET-IDADE-JOVEM  PIC 99.
       01  WS-FLEET-FOUND  PIC X.

      * sobretaxa de condutor jovem: entra como mais um extra, com o
      * codigo JOV e o preco por dia da tabela de extras, quando o
      * cliente ou um condutor adicional do contrato tem menos anos
      * do que FR-IDADE-JOVEM do tipo a data do levantamento:
       COPY "DRVELIG.cpy".
       01  WS-YOUNG-CODE   PIC X(3) VALUE "JOV".
       01  WS-YOUNG-DRIVER PIC X.
       01  WS-YOUNG-SLOT   PIC 9.

      * checkpoint/restart partilhado:
       COPY "CKPTWS.cpy".

       COPY "RUNCTLWS.cpy".
      * diario de lancamentos para a contabilidade:
       COPY "GLJRNWS.cpy".
      * registo de documentos de venda:
       COPY "SDOCWS.cpy".

       01  WS-BUSINESS-DATE PIC 9(8).

      * sobretaxa de aluguer one-way (devolucao noutro balcao):
       01  WS-ONEWAY-SURCHARGE PIC 9(4)V99 VALUE 50.00.

      * reabastecimento: a viatura sai com o deposito cheio e o que
      * falta na devolucao (I-FUEL-LEVEL, em percentagem do deposito)
      * e faturado ao preco por litro do aluguer:
       COPY "RFCHWS.cpy".
       01  WS-TANK-LITROS      PIC 999 VALUE 50.
       01  WS-REFUEL-PRICE     PIC 9V99 VALUE 2.20.
       01  WS-REFUEL-LITROS    PIC 9(3)V99.
       01  WS-REFUEL-CHARGE    PIC 9(4)V99.
       01  M-REFUEL-LITROS     PIC ZZ9.99.
      * nivel a que a viatura saiu (100 sem contrato de check-out):
       01  WS-FUEL-SAIDA       PIC 999 VALUE 100.

      * contratos de aluguer; a data de levantamento do contrato
      * fechado nesta devolucao vai para o historico (zero = sem
      * contrato); no rearranque os registos ja processados fecham
      * o contrato outra vez, mas sem repetir as excecoes:
       COPY "RAGRWS.cpy".
       01  WS-AGR-LEVANT       PIC 9(8).
       01  WS-AGR-CONDUTORES.
           05 WS-AGR-CONDUTOR  PIC 9(5) OCCURS 2 TIMES.
       01  WS-AGR-IX           PIC 9.
       01  WS-AGR-REPLAY       PIC X VALUE "N".

      * contratos de empresa e conta corrente dos seus alugueres:
      * WS-CORP-RENTAL = "Y" quando o aluguer fica na conta da
      * empresa em vez de ter fatura propria; com diaria fixa o
      * calendario de tarifas nao se aplica (WS-CORP-FIXED); o total
      * em conta e lancado a parte na contabilidade:
       COPY "CORPWS.cpy".
       COPY "CRNTWS.cpy".
       01  WS-CORP-RENTAL      PIC X VALUE "N".
       01  WS-CORP-FIXED       PIC X VALUE "N".
       01  WS-CORP-NO          PIC 9(5) VALUE ZERO.
       01  WS-CORP-TOTAL       PIC S9(6)V99 VALUE ZERO.
       01  WS-CORP-EOF         PIC X.

      * processos de sinistro abertos pelas devolucoes com danos:
       01  WS-CLAIMS-PATH   PIC X(60)
           VALUE "..\insurance-claims.txt".
           PERFORM INIT-RCUST-PATH-PROCEDURE.
           PERFORM LOAD-RCUST-FILE-PROCEDURE.
           PERFORM LOAD-BOOKINGS-PROCEDURE.
           PERFORM INIT-RAGR-PATH-PROCEDURE.
           PERFORM LOAD-RAGR-FILE-PROCEDURE.
           PERFORM INIT-CORP-PATH-PROCEDURE.
           PERFORM LOAD-CORP-FILE-PROCEDURE.
           PERFORM LOAD-SERVICE-RULES-PROCEDURE.
           PERFORM LOAD-SERVICE-HISTORY-PROCEDURE.
           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           PERFORM OPEN-SALES-DOCS-PROCEDURE.
           PERFORM READ-CHECKPOINT-PROCEDURE.

      *    a impressao digital do ficheiro de alugueres e conferida
           IF WS-FNGR-OK = "N"
               MOVE 1 TO RETURN-CODE
               CLOSE GL-JOURNAL-FILE
               CLOSE SALES-DOCS-FILE
               IF WS-CALLED-AS-SUB = "Y"
                   GOBACK
               ELSE
           IF WS-CHECKPOINT-COUNT > ZERO
               OPEN EXTEND CAR-OUT
               OPEN EXTEND RENTAL-INVOICE-FILE
      *        o contador em disco e regravado a cada fatura, por
      *        isso ja vem depois das faturas impressas antes da
      *        interrupcao (os alugueres de empresa nao levam numero
      *        e nao abrem buracos na serie):
               PERFORM SKIP-CHECKPOINT-RECORDS-PROCEDURE
      *        o total em conta das empresas ja lancado na conta
      *        corrente antes da interrupcao:
               PERFORM SUM-CORP-RENTALS-PROCEDURE
           ELSE
               OPEN OUTPUT CAR-OUT
               OPEN OUTPUT RENTAL-INVOICE-FILE
           CLOSE CAR-IN.
           CLOSE CAR-OUT.
           CLOSE RENTAL-INVOICE-FILE.
           CLOSE SALES-DOCS-FILE.
           PERFORM WRITE-RENTAL-COUNTER-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.
           PERFORM CLEAR-CHECKPOINT-PROCEDURE.
           IF WS-RSV-DIRTY = "Y"
               PERFORM SAVE-BOOKINGS-PROCEDURE
           END-IF.
           IF WS-RAGR-DIRTY = "Y"
               PERFORM SAVE-RAGR-FILE-PROCEDURE
               IF WS-RAGR-OVERFLOW = "Y"
                   DISPLAY "AVISO: rental-agreements maior do que a "
                       "tabela (500) -- contratos NAO fechados."
               END-IF
           END-IF.
           PERFORM MARK-RUN-PROCESSED-PROCEDURE.
           PERFORM RECORD-FINGERPRINT-PROCEDURE.

      *    lancamento do dia para a contabilidade; os alugueres em
      *    conta das empresas vao a parte, para clientes e nao para
      *    caixa:
           MOVE "PRODUCAO1-ALUGUER" TO WS-GL-KEY.
           MOVE WS-BUSINESS-DATE TO WS-GL-DATE.
           COMPUTE WS-GL-AMOUNT = WS-CAR-TOTAL - WS-CORP-TOTAL.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           IF WS-CORP-TOTAL NOT = ZERO
               MOVE "ALUGUER-EMPRESAS" TO WS-GL-KEY
               MOVE WS-BUSINESS-DATE TO WS-GL-DATE
               MOVE WS-CORP-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    IVA liquidado nas faturas de aluguer do dia (os alugueres
      *    de empresa so o liquidam na fatura mensal):
           IF WS-SDOC-IVA-TOTAL NOT = ZERO
               MOVE "PRODUCAO1-ALUGUER-IVA" TO WS-GL-KEY
               MOVE WS-BUSINESS-DATE TO WS-GL-DATE
               MOVE WS-SDOC-IVA-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
           CLOSE GL-JOURNAL-FILE.

           IF WS-CALLED-AS-SUB = "Y"


       SKIP-CHECKPOINT-RECORDS-PROCEDURE.
           MOVE "Y" TO WS-AGR-REPLAY.
           PERFORM WS-CHECKPOINT-COUNT TIMES
               READ CAR-IN INTO WS-CAR
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CLOSE-AGREEMENT-PROCEDURE
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-AGR-REPLAY.


       WRITE-PROCEDURE.
               EXIT PARAGRAPH
           END-IF.

      *    fecha o contrato aberto no check-out; com ele os km do
      *    aluguer sao a diferenca de odometro e nao os digitados:
           PERFORM CLOSE-AGREEMENT-PROCEDURE.

           PERFORM LOOKUP-FLEET-RATE-PROCEDURE.
      *    o plano tarifario ajusta a diaria, os km livres e o preco
      *    por km deste aluguer antes de tudo o resto:
           PERFORM APPLY-TARIFF-PLAN-PROCEDURE.
      *    condutor autorizado de um contrato de empresa: as
      *    condicoes negociadas para o tipo por cima do plano:
           PERFORM APPLY-CORPORATE-TERMS-PROCEDURE.
           PERFORM CHECK-ODOMETER-PROCEDURE.

           COMPUTE WS-KM-LIVRE = WS-KM-LIVRE-DIA * WS-DIAS.
               WS-PRECO-KM * WS-KM2 + WS-DAYS-TOT.

           PERFORM LATE-RETURN-PROCEDURE.
           PERFORM YOUNG-DRIVER-PROCEDURE.
           PERFORM PRICE-EXTRAS-PROCEDURE.
           PERFORM REFUEL-CHARGE-PROCEDURE.
           ADD WS-DAMAGE-CHARGE TO WS-TOT.
           ADD WS-PENALIZACAO TO WS-TOT.
           ADD WS-EXTRAS-TOT TO WS-TOT.
           ADD WS-REFUEL-CHARGE TO WS-TOT.

      *    aluguer one-way: sobretaxa na fatura e a viatura muda de
      *    balcao-base na devolucao:
           ELSE
               MOVE WS-PLAN TO O-PLAN
           END-IF.
           MOVE WS-PLATE TO O-PLATE.
           MOVE WS-CUSTNO TO O-CUSTNO.

           WRITE CAR-OUT-FILE AFTER ADVANCING 1 LINE.
           ADD WS-SIGNED-TOT TO WS-CAR-TOTAL.

      *    aluguer de empresa: fica na conta corrente para a fatura
      *    mensal, sem fatura propria nem numero de documento:
           IF WS-CORP-RENTAL = "Y"
               ADD WS-SIGNED-TOT TO WS-CORP-TOTAL
               PERFORM WRITE-CORP-RENTAL-PROCEDURE
           ELSE
               PERFORM WRITE-RENTAL-INVOICE-PROCEDURE
           END-IF.
           PERFORM APPEND-RENTAL-HISTORY-PROCEDURE.
           IF WS-REFUEL-CHARGE > ZERO
               PERFORM APPEND-REFUEL-PROCEDURE
           END-IF.
      *    danos cobrados ao cliente abrem processo junto da
      *    seguradora, em vez de a historia acabar na fatura:
           IF WS-DAMAGE-CHARGE > ZERO
           END-IF.


      *    Contrato aberto da matricula (RENTAL-CHECKOUT): fica
      *    fechado com a data e o odometro da devolucao, os km do
      *    aluguer passam a ser a diferenca de odometro e o
      *    combustivel conta a partir do nivel da saida. Sem contrato,
      *    ou com odometro que nao avanca sobre o da saida, ficam os
      *    km digitados e a excecao para conferir.
       CLOSE-AGREEMENT-PROCEDURE.
           MOVE ZERO TO WS-AGR-LEVANT.
           MOVE ZERO TO WS-AGR-CONDUTOR(1).
           MOVE ZERO TO WS-AGR-CONDUTOR(2).
           MOVE 100 TO WS-FUEL-SAIDA.
           IF WS-TTYPE = "V" OR WS-TTYPE = "v" OR WS-PLATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PLATE TO WS-RAGR-LOOKUP-PLATE.
           PERFORM LOOKUP-OPEN-RAGR-PROCEDURE.
           IF WS-RAGR-FOUND = "N"
               IF WS-AGR-REPLAY = "N"
                   MOVE "PRODUCAO1-ALUGUER" TO EX-PROGRAM
                   MOVE "Devolucao sem contrato aberto" TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING WS-PLATE " km digitados " WS-KM
                       DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ODOMETER NOT > WS-RA-KM-SAIDA(RA-IDX)
               IF WS-AGR-REPLAY = "N"
                   MOVE "PRODUCAO1-ALUGUER" TO EX-PROGRAM
                   MOVE "Odometro abaixo da saida" TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING WS-PLATE " " WS-ODOMETER " saida "
                       WS-RA-KM-SAIDA(RA-IDX)
                       DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUSTNO NOT = WS-RA-CUSTNO(RA-IDX)
               AND WS-CUSTNO NOT = ZERO AND WS-AGR-REPLAY = "N"
               MOVE "PRODUCAO1-ALUGUER" TO EX-PROGRAM
               MOVE "Cliente difere do contrato" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING WS-PLATE " contrato " WS-RA-NUMERO(RA-IDX)
                   " cliente " WS-RA-CUSTNO(RA-IDX)
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.
           COMPUTE WS-KM = WS-ODOMETER - WS-RA-KM-SAIDA(RA-IDX).
           MOVE WS-RA-LEVANT(RA-IDX) TO WS-AGR-LEVANT.
           MOVE WS-RA-CONDUTOR(RA-IDX, 1) TO WS-AGR-CONDUTOR(1).
           MOVE WS-RA-CONDUTOR(RA-IDX, 2) TO WS-AGR-CONDUTOR(2).
           MOVE WS-RA-FUEL-SAIDA(RA-IDX) TO WS-FUEL-SAIDA.
           MOVE "F" TO WS-RA-STATUS(RA-IDX).
           MOVE WS-BUSINESS-DATE TO WS-RA-DEVOL(RA-IDX).
           MOVE WS-ODOMETER TO WS-RA-KM-ENTRADA(RA-IDX).
           MOVE "Y" TO WS-RAGR-DIRTY.


      *    Fatura formatada por devolucao, com cada componente do
      *    montante em linha propria (dias ao preco do tipo, km em
      *    excesso, danos, penalizacao por atraso) e um numero de
      *    documento sequencial persistido entre execucoes:
       WRITE-RENTAL-INVOICE-PROCEDURE.
           ADD 1 TO WS-RENTAL-DOC-NO.
           PERFORM WRITE-RENTAL-COUNTER-PROCEDURE.
           PERFORM REGISTER-RENTAL-DOC-PROCEDURE.

           MOVE ALL "=" TO RENTAL-INVOICE-LINE.
           WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE.
               END-IF
           END-PERFORM.

           IF WS-REFUEL-CHARGE > ZERO
               MOVE WS-REFUEL-CHARGE TO M-INV-MONEY
               MOVE WS-REFUEL-LITROS TO M-REFUEL-LITROS
               MOVE SPACES TO RENTAL-INVOICE-LINE
               STRING "Reabastecimento (" M-REFUEL-LITROS " l): "
                   M-INV-MONEY
                   DELIMITED BY SIZE INTO RENTAL-INVOICE-LINE
               WRITE RENTAL-INVOICE-LINE AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-ONEWAY = "S" OR WS-ONEWAY = "s"
               MOVE WS-ONEWAY-SURCHARGE TO M-INV-MONEY
               MOVE SPACES TO RENTAL-INVOICE-LINE
           END-IF.


      *    Litros em falta no deposito na devolucao (nivel abaixo do
      *    da saida: o do contrato de check-out, ou 100% sem ele) ao
      *    preco de reabastecimento; um nivel nao numerico ou igual
      *    ao da saida nao e cobrado.
       REFUEL-CHARGE-PROCEDURE.
           MOVE ZERO TO WS-REFUEL-LITROS.
           MOVE ZERO TO WS-REFUEL-CHARGE.
           IF WS-FUEL-LEVEL NUMERIC AND WS-FUEL-LEVEL < WS-FUEL-SAIDA
               COMPUTE WS-REFUEL-LITROS ROUNDED =
                   (WS-FUEL-SAIDA - WS-FUEL-LEVEL) * WS-TANK-LITROS
                   / 100
               COMPUTE WS-REFUEL-CHARGE ROUNDED =
                   WS-REFUEL-LITROS * WS-REFUEL-PRICE
           END-IF.


      *    Um registo por reabastecimento faturado (tambem nos
      *    alugueres sem numero de cliente), para o confronto com os
      *    consumos internos de combustivel por matricula; o estorno
      *    abate com valor negativo.
       APPEND-REFUEL-PROCEDURE.
           MOVE WS-BUSINESS-DATE TO RC-DATA.
           MOVE WS-PLATE TO RC-PLATE.
           MOVE WS-FUEL-LEVEL TO RC-NIVEL.
           MOVE WS-REFUEL-LITROS TO RC-LITROS.
           MOVE WS-REFUEL-CHARGE TO RC-VALOR.
           IF WS-TTYPE = "V" OR WS-TTYPE = "v"
               COMPUTE RC-VALOR = RC-VALOR * -1
           END-IF.
           PERFORM APPEND-REFUEL-CHARGE-PROCEDURE.


      *    uma linha de historico por devolucao processada, para a
      *    manutencao de clientes listar o passado de cada um:
       APPEND-RENTAL-HISTORY-PROCEDURE.
           MOVE WS-BUSINESS-DATE TO RH-DATA.
           MOVE WS-PLATE TO RH-PLATE.
           MOVE WS-SIGNED-TOT TO RH-VALOR.
           MOVE WS-BUSINESS-DATE TO RH-LEVANT.
           IF WS-AGR-LEVANT > ZERO
               MOVE WS-AGR-LEVANT TO RH-LEVANT
           ELSE
           IF WS-DIAS > ZERO
               COMPUTE RH-LEVANT = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                   - WS-DIAS + 1)
           END-IF
           END-IF.
           WRITE RENTAL-HISTORY-RECORD.
           CLOSE RENTAL-HISTORY-FILE.


      *    Contrato de empresa em vigor no levantamento em que o
      *    cliente e condutor autorizado: a diaria fixa do tipo
      *    substitui a diaria (e o calendario de tarifas); sem ela
      *    aplica-se o desconto a diaria e ao km; os km livres
      *    negociados substituem os do tipo.
       APPLY-CORPORATE-TERMS-PROCEDURE.
           MOVE "N" TO WS-CORP-RENTAL.
           MOVE "N" TO WS-CORP-FIXED.
           MOVE ZERO TO WS-CORP-NO.
           MOVE WS-CUSTNO TO WS-CORP-LOOKUP-CUSTNO.
           MOVE WS-BUSINESS-DATE TO WS-CORP-LOOKUP-DATE.
           IF WS-AGR-LEVANT > ZERO
               MOVE WS-AGR-LEVANT TO WS-CORP-LOOKUP-DATE
           END-IF.
           PERFORM LOOKUP-CORP-DRIVER-PROCEDURE.
           IF WS-CORP-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CORP-RENTAL.
           MOVE WS-CC-CONTRATO(CC-IDX) TO WS-CORP-NO.
           SET CT-IDX TO 1.
           SET CT-IDX UP BY WS-TIPO.
           IF WS-CC-DIARIA(CC-IDX, CT-IDX) > ZERO
               MOVE WS-CC-DIARIA(CC-IDX, CT-IDX) TO WS-PRECO-DIA
               MOVE "Y" TO WS-CORP-FIXED
           ELSE
               COMPUTE WS-PRECO-DIA ROUNDED = WS-PRECO-DIA
                   * (100 - WS-CC-DESCONTO(CC-IDX, CT-IDX)) / 100
           END-IF.
           COMPUTE WS-PRECO-KM ROUNDED = WS-PRECO-KM
               * (100 - WS-CC-DESCONTO(CC-IDX, CT-IDX)) / 100.
           IF WS-CC-KM-INCL(CC-IDX, CT-IDX) > ZERO
               MOVE WS-CC-KM-INCL(CC-IDX, CT-IDX) TO WS-KM-LIVRE-DIA
           END-IF.


      *    linha da conta corrente da empresa, faturada no fim do mes
      *    com as restantes do contrato:
       WRITE-CORP-RENTAL-PROCEDURE.
           OPEN EXTEND CORPORATE-RENTAL-FILE.
           IF WS-CRNT-STATUS = "35"
               OPEN OUTPUT CORPORATE-RENTAL-FILE
           END-IF.
           MOVE WS-CORP-NO TO CR-CONTRATO.
           MOVE WS-BUSINESS-DATE TO CR-DATA.
           MOVE WS-CUSTNO TO CR-CUSTNO.
           MOVE WS-NOME TO CR-NOME.
           MOVE WS-PLATE TO CR-PLATE.
           MOVE WS-TIPO TO CR-TIPO.
           MOVE WS-DIAS TO CR-DIAS.
           MOVE WS-KM TO CR-KM.
           MOVE WS-SIGNED-TOT TO CR-VALOR.
           MOVE "P" TO CR-STATUS.
           MOVE ZERO TO CR-FATURA.
           WRITE CORPORATE-RENTAL-RECORD.
           CLOSE CORPORATE-RENTAL-FILE.


      *    rearranque: soma o que ja ficou na conta corrente das
      *    empresas nesta data de negocio:
       SUM-CORP-RENTALS-PROCEDURE.
           MOVE ZERO TO WS-CORP-TOTAL.
           MOVE "N" TO WS-CORP-EOF.
           OPEN INPUT CORPORATE-RENTAL-FILE.
           IF WS-CRNT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CORP-EOF = "Y"
               READ CORPORATE-RENTAL-FILE
                   AT END MOVE "Y" TO WS-CORP-EOF
                   NOT AT END
                       IF CR-DATA = WS-BUSINESS-DATE
                           ADD CR-VALOR TO WS-CORP-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CORPORATE-RENTAL-FILE.


      *    Precifica os WS-DIAS do aluguer dia a dia, a terminar na
      *    data de negocio: o multiplicador de cada dia vem da
      *    primeira linha aplicavel do calendario (1.00 sem linha);

       LOOKUP-DAY-MULT-PROCEDURE.
           MOVE 1.00 TO WS-DAY-MULT.
           IF WS-CORP-FIXED = "Y"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RL-IDX FROM 1 BY 1
               UNTIL RL-IDX > WS-RCAL-COUNT
               IF WS-DAY-DATE >= WS-RL-START(RL-IDX)
               OPEN OUTPUT CLAIMS-FILE
           END-IF.
           MOVE WS-PLATE TO CL-PLATE.
      *    aluguer de empresa: a fatura so sai no fim do mes:
           IF WS-CORP-RENTAL = "Y"
               MOVE ZERO TO CL-INVOICE
           ELSE
               MOVE WS-RENTAL-DOC-NO TO CL-INVOICE
           END-IF.
           MOVE WS-DAMAGE-CHARGE TO CL-AMOUNT.
           MOVE SPACES TO CL-INSURER.
           MOVE ZERO TO CL-RECOVERED.
           CLOSE BOOKINGS-FILE.


      *    A fatura de aluguer entra no registo de documentos de
      *    venda como uma so linha pelo total (IVA incluido a taxa
      *    dos alugueres); o estorno sai como nota de credito. O
      *    cliente sem numero e consumidor final; a ficha de cliente
      *    nao tem NIF:
       REGISTER-RENTAL-DOC-PROCEDURE.
           INITIALIZE SALES-DOCS-RECORD.
           MOVE "ALU" TO SD-SERIE.
           MOVE WS-RENTAL-DOC-NO TO SD-NUMERO.
           MOVE 1 TO SD-LINHA.
           MOVE WS-BUSINESS-DATE TO SD-DATA.
           IF WS-SIGNED-TOT < ZERO
               MOVE "NC" TO SD-TIPO
               COMPUTE SD-VALOR = WS-SIGNED-TOT * -1
           ELSE
               MOVE "FT" TO SD-TIPO
               MOVE WS-SIGNED-TOT TO SD-VALOR
           END-IF.
           IF WS-CUSTNO NOT = ZERO
               STRING "RC" WS-CUSTNO DELIMITED BY SIZE
                   INTO SD-CLIENTE
               MOVE "999999990" TO SD-NIF
               MOVE WS-NOME TO SD-NOME
           END-IF.
           STRING "ALUGUER-" WS-TIPO DELIMITED BY SIZE
               INTO SD-PRODUTO.
           STRING "Aluguer " WS-PLATE " " WS-TIPO-EXTENSO
               DELIMITED BY SIZE INTO SD-DESC.
           MOVE WS-DIAS TO SD-QTD.
           MOVE WS-SDOC-RENTAL-TAXA TO SD-TAXA.
           PERFORM WRITE-SALES-DOC-PROCEDURE.


       READ-RENTAL-COUNTER-PROCEDURE.
           MOVE ZERO TO WS-RENTAL-DOC-NO.
           OPEN INPUT RENTAL-INV-COUNTER.
                               TO WS-FLEET-PRECO-KM(WS-FLEET-COUNT)
                           MOVE FR-KM-DIA-LIVRE
                               TO WS-FLEET-KM-DIA-LIVRE(WS-FLEET-COUNT)
                           IF FR-IDADE-JOVEM NUMERIC
                               MOVE FR-IDADE-JOVEM
                                   TO WS-FLEET-IDADE-JOVEM
                                   (WS-FLEET-COUNT)
                           ELSE
                               MOVE ZERO
                                   TO WS-FLEET-IDADE-JOVEM
                                   (WS-FLEET-COUNT)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.


      *    Sobretaxa de condutor jovem: o cliente e os condutores
      *    adicionais do contrato fechado nesta devolucao, pela idade
      *    a data do levantamento; havendo um jovem, o codigo JOV
      *    ocupa a primeira posicao de extra livre e e precificado
      *    como os outros extras (um estorno repete o calculo, sem os
      *    condutores adicionais, que so o contrato conhece).
       YOUNG-DRIVER-PROCEDURE.
           MOVE "N" TO WS-YOUNG-DRIVER.
           MOVE ZERO TO DE-IDADE-JOVEM.
           PERFORM VARYING FR-IDX FROM 1 BY 1
               UNTIL FR-IDX > WS-FLEET-COUNT
               IF WS-FLEET-TIPO(FR-IDX) = WS-TIPO
                   MOVE WS-FLEET-IDADE-JOVEM(FR-IDX) TO DE-IDADE-JOVEM
               END-IF
           END-PERFORM.
           IF DE-IDADE-JOVEM = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO DE-IDADE-MIN.
           MOVE ZERO TO DE-ANOS-CARTA.
           MOVE SPACES TO DE-CATEGORIA.
           MOVE WS-BUSINESS-DATE TO DE-REF-DATE.
           IF WS-AGR-LEVANT > ZERO
               MOVE WS-AGR-LEVANT TO DE-REF-DATE
           END-IF.
           MOVE DE-REF-DATE TO DE-RETURN-DATE.
           IF WS-CUSTNO NOT = ZERO
               MOVE WS-CUSTNO TO WS-RCUST-LOOKUP-NUMERO
               PERFORM CHECK-YOUNG-DRIVER-PROCEDURE
           END-IF.
           PERFORM VARYING WS-AGR-IX FROM 1 BY 1 UNTIL WS-AGR-IX > 2
               IF WS-AGR-CONDUTOR(WS-AGR-IX) NOT = ZERO
                   MOVE WS-AGR-CONDUTOR(WS-AGR-IX)
                       TO WS-RCUST-LOOKUP-NUMERO
                   PERFORM CHECK-YOUNG-DRIVER-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-YOUNG-DRIVER = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-YOUNG-SLOT.
           PERFORM VARYING XC-IDX FROM 1 BY 1 UNTIL XC-IDX > 3
               IF WS-EXTRA-CODE(XC-IDX) = WS-YOUNG-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-EXTRA-CODE(XC-IDX) = SPACES
                   AND WS-YOUNG-SLOT = ZERO
                   SET WS-YOUNG-SLOT TO XC-IDX
               END-IF
           END-PERFORM.
           IF WS-YOUNG-SLOT = ZERO
               MOVE "PRODUCAO1-ALUGUER" TO EX-PROGRAM
               MOVE "Condutor jovem sem extra livre" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING WS-PLATE " cliente " WS-CUSTNO
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           ELSE
               MOVE WS-YOUNG-CODE TO WS-EXTRA-CODE(WS-YOUNG-SLOT)
           END-IF.


       CHECK-YOUNG-DRIVER-PROCEDURE.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "Y"
               PERFORM CHECK-RCUST-DRIVER-PROCEDURE
               IF DE-YOUNG = "Y"
                   MOVE "Y" TO WS-YOUNG-DRIVER
               END-IF
           END-IF.


      *    Precifica os extras do aluguer: cada codigo presente vale
      *    o seu preco por dia vezes os dias do aluguer; um codigo
      *    sem tarifa fica sinalizado em vez de sair gratis sem

       COPY "RCUSTP.cpy".

       COPY "DRVELIGP.cpy".

       COPY "FNGRP.cpy".

       COPY "RFCHP.cpy".

       COPY "RAGRP.cpy".

       COPY "CORPP.cpy".

       COPY "SDOCP.cpy".

       COPY "RUNCTLP.cpy".
       COPY "GLJRNP.cpy".

               MOVE FUNCTION NUMVAL(WS-ENV-VALUE)
                   TO WS-ONEWAY-SURCHARGE
           END-IF.
      *    reabastecimento: capacidade do deposito (por omissao 50 l)
      *    e preco por litro (por omissao 2.20):
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REFUEL_TANK_LITRES".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-TANK-LITROS
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "REFUEL_PRICE_LITRE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-REFUEL-PRICE
           END-IF.
           PERFORM INIT-RFCH-PATH-PROCEDURE.
           ACCEPT WS-CRNT-ENV-VALUE FROM ENVIRONMENT
               "CORPORATE_RENTALS_FILE".
           IF WS-CRNT-ENV-VALUE NOT = SPACES
               MOVE WS-CRNT-ENV-VALUE TO WS-CRNT-PATH
           END-IF.

       END PROGRAM PRODUCAO1-ALUGUER.
