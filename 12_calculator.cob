           ASSIGN TO DYNAMIC WS-CALC-OUT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

      * cambios e taxas de IVA lidos dos mesmos ficheiros com que o
      * BOOKSTORE fatura, em vez de teclados de memoria ao balcao:
           SELECT CURRENCY-RATES-FILE
           ASSIGN TO DYNAMIC WS-CURRENCY-RATES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURRENCY-STATUS.

           SELECT PUBLISHER-TAX-FILE
           ASSIGN TO DYNAMIC WS-PUBLISHER-TAX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PUB-TAX-STATUS.

           COPY "PRODMSEL.cpy".

      * plano de amortizacao impresso (menu A) e planos guardados
      * para o ADVANCES-MAINT:
           SELECT CALC-SCHEDULE-FILE
           ASSIGN TO DYNAMIC WS-CALC-SCHED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALC-SCHED-STATUS.

           COPY "AMRTSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
      *    operandos:
           05 FILLER     PIC X(2) VALUE SPACES.
           05 L-EXPR     PIC X(50).
      *    nas conversoes de cambio e IVA (operadores X/Y e V/W) a
      *    coluna da expressao leva a taxa com as 4 casas decimais e
      *    a fonte de onde foi lida, para o CALC-LEDGER-VERIFY poder
      *    refazer a conta:
           05 L-CONV REDEFINES L-EXPR.
               10 L-TAXA  PIC 9(4).9999.
               10 FILLER  PIC X.
               10 L-FONTE PIC X(40).

       FD  CALC-BATCH-IN.
       01  CALC-BATCH-RECORD.
           05 CR-NT PIC -Z(18)9.99.
           05 CR-OBS PIC X(20).

      * mesma imagem do CURRENCY-RATE-RECORD do BOOKSTORE:
       FD  CURRENCY-RATES-FILE.
       01  CURRENCY-RATE-RECORD.
           05 CR-COUNTRY   PIC 999.
           05 CR-CURRENCY  PIC X(3).
           05 CR-RATE      PIC 9(4)V9999.
           05 CR-RATE-DATE PIC 9(8).

      * mesma imagem do PUBLISHER-TAX-RECORD do BOOKSTORE:
       FD  PUBLISHER-TAX-FILE.
       01  PUBLISHER-TAX-RECORD.
           05 PT-NAME PIC X(20).
           05 PT-RATE PIC 99V99.

       COPY "PRODMFD.cpy".

       FD  CALC-SCHEDULE-FILE.
       01  CALC-SCHEDULE-LINE PIC X(80).

       COPY "AMRTFD.cpy".

       WORKING-STORAGE SECTION.
       77  WS-LEDGER-STATUS PIC XX.
       77  WS-CALC-IN-STATUS PIC XX.
       77  WS-VA        PIC S9(22)V99.
       77  WS-VB        PIC S9(22)V99.

      * conversao de moeda e IVA (menu X e V):
       77  WS-CURRENCY-RATES-PATH PIC X(60)
           VALUE "..\currency-rates.txt".
       77  WS-CURRENCY-STATUS PIC XX.
       77  WS-PUBLISHER-TAX-PATH PIC X(60)
           VALUE "..\publisher-tax.txt".
       77  WS-PUB-TAX-STATUS PIC XX.
       01  WS-CURRENCY-COUNT PIC 99 VALUE ZERO.
       01  WS-CURRENCY-TABLE.
           05 WS-CURRENCY-ENTRY OCCURS 20 TIMES INDEXED BY CR-IDX.
               10 WS-CR-CURRENCY  PIC X(3).
               10 WS-CR-RATE      PIC 9(4)V9999.
               10 WS-CR-RATE-DATE PIC 9(8).
       01  WS-PUB-TAX-COUNT PIC 99 VALUE ZERO.
       01  WS-PUB-TAX-TABLE.
           05 WS-PUB-TAX-ENTRY OCCURS 20 TIMES INDEXED BY PT-IDX.
               10 WS-PUB-NAME PIC X(20).
               10 WS-PUB-RATE PIC 99V99.
      * taxa do BOOKSTORE para editoras fora da tabela:
       77  WS-DEFAULT-TAX PIC 99V99 VALUE 5.00.
      * idade maxima de um cambio antes do aviso (dias), a mesma
      * tolerancia da faturacao de exportacao:
       77  WS-CURRENCY-MAX-AGE PIC 9(4) VALUE 30.
       77  WS-RATE-AGE-DAYS PIC S9(5).
       77  WS-TODAY-DATE  PIC 9(8).
       77  WS-CONV-MOEDA  PIC X(3).
       77  WS-CONV-SENTIDO PIC X.
       77  WS-CONV-FONTE-TIPO PIC X.
       77  WS-CONV-NOME   PIC X(20).
       77  WS-CONV-TAXA   PIC 9(4)V9999.
       77  WS-CONV-DATA   PIC 9(8).
       77  WS-CONV-OP     PIC X.
       77  WS-CONV-FONTE  PIC X(40).
       77  WS-CONV-FOUND  PIC X.
       77  WS-CONV-ERR    PIC X(40).

       COPY "PRODMWS.cpy".

      * plano de amortizacao (menu A): capital no visor, taxa anual
      * nominal e periodos mensais, ou uma prestacao alvo de que sai
      * o numero de periodos; a ultima prestacao acerta o saldo.
      * WS-AM-FATOR leva (1+i)**n e depois (1+i)**n / ((1+i)**n - 1),
      * em dois passos para os intermedios nao transbordarem:
       77  WS-CALC-SCHED-PATH PIC X(60)
           VALUE "..\calc-amortization.txt".
       77  WS-CALC-SCHED-STATUS PIC XX.
       77  WS-AM-INPUT     PIC X(12).
       77  WS-AM-NUM       PIC S9(9)V9(4).
       77  WS-AM-MODO      PIC X.
       77  WS-AM-PRINT     PIC X.
       77  WS-AM-PRINCIPAL PIC 9(6)V99.
       77  WS-AM-TAXA      PIC 99V9999.
       77  WS-AM-I         PIC 9V9(12).
       77  WS-AM-FATOR     PIC 9(6)V9(12).
       77  WS-AM-PERIODOS  PIC 9(4).
       77  WS-AM-PRESTACAO PIC 9(5)V99.
       77  WS-AM-K         PIC 9(4).
       77  WS-AM-SALDO     PIC 9(7)V99.
       77  WS-AM-JURO      PIC 9(6)V99.
       77  WS-AM-PAGO      PIC 9(7)V99.
       77  WS-AM-AMORT     PIC 9(7)V99.
       77  WS-AM-TOT-JUROS PIC 9(7)V99.
       77  WS-AM-TOT-PAGO  PIC 9(7)V99.
       77  WS-AM-FUNC      PIC 9(5).
       77  WS-AM-GUARDAR   PIC X.
       77  WS-AM-REF       PIC 9(6).
       77  WS-AM-MSG       PIC X(70).
       77  M-AM-PER        PIC ZZZ9.
       77  M-AM-VALOR      PIC Z(6)9.99.
       77  M-AM-VALOR2     PIC Z(6)9.99.
       77  M-AM-VALOR3     PIC Z(6)9.99.
       77  M-AM-VALOR4     PIC Z(6)9.99.
       77  M-AM-TAXA       PIC Z9.9999.

       COPY "AMRTWS.cpy".

       77  menu-input pic x(1) value space.
       77  N1 PIC S9(22)V99.
       77  N2 PIC S9(22)V99.

       INTERACTIVE-START.
           PERFORM OPEN-LEDGER-PROCEDURE.
           PERFORM LOAD-CONVERSION-TABLES-PROCEDURE.

           INICIO.
           MOVE 0 TO ESTADO.
               WHEN "e"
                   PERFORM EXPRESSION-PROCEDURE
                   GO TO OPCAO
               WHEN "X"
                   PERFORM CURRENCY-PROCEDURE
                   GO TO OPCAO
               WHEN "x"
                   PERFORM CURRENCY-PROCEDURE
                   GO TO OPCAO
               WHEN "V"
                   PERFORM VAT-PROCEDURE
                   GO TO OPCAO
               WHEN "v"
                   PERFORM VAT-PROCEDURE
                   GO TO OPCAO
               WHEN "A"
                   PERFORM AMORTIZATION-PROCEDURE
                   GO TO OPCAO
               WHEN "a"
                   PERFORM AMORTIZATION-PROCEDURE
                   GO TO OPCAO
           END-EVALUATE.


           END-EVALUATE.


      *    tabelas de cambio e de IVA por editora, e o
      *    PRODUCT-MASTER; um ficheiro em falta so torna a respetiva
      *    conversao indisponivel:
       LOAD-CONVERSION-TABLES-PROCEDURE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CURRENCY_RATES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CURRENCY-RATES-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PUBLISHER_TAX_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PUBLISHER-TAX-PATH
           END-IF.

           MOVE ZERO TO WS-CURRENCY-COUNT.
           OPEN INPUT CURRENCY-RATES-FILE.
           IF WS-CURRENCY-STATUS = "00"
               PERFORM UNTIL WS-CURRENCY-STATUS NOT = "00"
                   OR WS-CURRENCY-COUNT >= 20
                   READ CURRENCY-RATES-FILE
                       AT END MOVE "10" TO WS-CURRENCY-STATUS
                       NOT AT END
                           ADD 1 TO WS-CURRENCY-COUNT
                           SET CR-IDX TO WS-CURRENCY-COUNT
                           MOVE CR-CURRENCY TO WS-CR-CURRENCY(CR-IDX)
                           MOVE CR-RATE TO WS-CR-RATE(CR-IDX)
                           IF CR-RATE-DATE NUMERIC
                               MOVE CR-RATE-DATE
                                   TO WS-CR-RATE-DATE(CR-IDX)
                           ELSE
                               MOVE ZERO TO WS-CR-RATE-DATE(CR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-RATES-FILE
           END-IF.

           MOVE ZERO TO WS-PUB-TAX-COUNT.
           OPEN INPUT PUBLISHER-TAX-FILE.
           IF WS-PUB-TAX-STATUS = "00"
               PERFORM UNTIL WS-PUB-TAX-STATUS NOT = "00"
                   OR WS-PUB-TAX-COUNT >= 20
                   READ PUBLISHER-TAX-FILE
                       AT END MOVE "10" TO WS-PUB-TAX-STATUS
                       NOT AT END
                           ADD 1 TO WS-PUB-TAX-COUNT
                           SET PT-IDX TO WS-PUB-TAX-COUNT
                           MOVE PT-NAME TO WS-PUB-NAME(PT-IDX)
                           MOVE PT-RATE TO WS-PUB-RATE(PT-IDX)
                   END-READ
               END-PERFORM
               CLOSE PUBLISHER-TAX-FILE
           END-IF.

           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           MOVE WS-TODAY-DATE TO WS-PROD-LOOKUP-DATE.


      *    converte o valor do visor entre EUR e uma moeda ao cambio
      *    do ficheiro de cambios (CR-RATE = unidades da moeda por
      *    1 EUR, como na faturacao de exportacao). Um cambio mais
      *    velho do que o tolerado converte na mesma, mas com aviso:
       CURRENCY-PROCEDURE.
           DISPLAY "                                        " AT 2401.
           DISPLAY "Moeda:" AT 2301.
           MOVE SPACES TO WS-CONV-MOEDA.
           ACCEPT WS-CONV-MOEDA AT 2308.
           MOVE FUNCTION UPPER-CASE(WS-CONV-MOEDA) TO WS-CONV-MOEDA.
           DISPLAY "                                        " AT 2301.
           MOVE "N" TO WS-CONV-FOUND.
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > WS-CURRENCY-COUNT
               IF WS-CR-CURRENCY(CR-IDX) = WS-CONV-MOEDA
                   MOVE WS-CR-RATE(CR-IDX) TO WS-CONV-TAXA
                   MOVE WS-CR-RATE-DATE(CR-IDX) TO WS-CONV-DATA
                   MOVE "Y" TO WS-CONV-FOUND
               END-IF
           END-PERFORM.
           IF WS-CONV-FOUND = "N" OR WS-CONV-TAXA = ZERO
               DISPLAY "ERRO: moeda sem cambio no ficheiro." AT 2401
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "1=EUR->" AT 2301.
           DISPLAY WS-CONV-MOEDA AT 2308.
           DISPLAY " 2=" AT 2311.
           DISPLAY WS-CONV-MOEDA AT 2314.
           DISPLAY "->EUR:" AT 2317.
           MOVE SPACES TO WS-CONV-SENTIDO.
           ACCEPT WS-CONV-SENTIDO AT 2324.
           DISPLAY "                                        " AT 2301.
           EVALUATE WS-CONV-SENTIDO
               WHEN "1"
                   MOVE "X" TO WS-CONV-OP
                   COMPUTE NT ROUNDED = N1 * WS-CONV-TAXA
               WHEN "2"
                   MOVE "Y" TO WS-CONV-OP
                   COMPUTE NT ROUNDED = N1 / WS-CONV-TAXA
               WHEN OTHER
                   DISPLAY "Opcao invalida." AT 2401
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE SPACES TO WS-CONV-FONTE.
           STRING "CAMBIO " WS-CONV-MOEDA " DE " WS-CONV-DATA
               DELIMITED BY SIZE INTO WS-CONV-FONTE.
           IF WS-CONV-DATA = ZERO
               DISPLAY "AVISO: cambio sem data no ficheiro." AT 2401
           ELSE
               COMPUTE WS-RATE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-CONV-DATA)
               IF WS-RATE-AGE-DAYS > WS-CURRENCY-MAX-AGE
                   DISPLAY "AVISO: cambio desatualizado, de " AT 2401
                   DISPLAY WS-CONV-DATA AT 2433
               END-IF
           END-IF.
           PERFORM SHOW-CONVERSION-PROCEDURE.


      *    acrescenta ou retira IVA ao valor do visor, a taxa do
      *    PM-TAXA do produto (em vigor hoje) ou da tabela de IVA por
      *    editora (editora fora da tabela: a taxa por omissao do
      *    BOOKSTORE, com aviso):
       VAT-PROCEDURE.
           DISPLAY "                                        " AT 2401.
           DISPLAY "Taxa de: P=produto E=editora:" AT 2301.
           MOVE SPACES TO WS-CONV-FONTE-TIPO.
           ACCEPT WS-CONV-FONTE-TIPO AT 2331.
           MOVE FUNCTION UPPER-CASE(WS-CONV-FONTE-TIPO)
               TO WS-CONV-FONTE-TIPO.
           DISPLAY "                                        " AT 2301.
           IF WS-CONV-FONTE-TIPO NOT = "P"
               AND WS-CONV-FONTE-TIPO NOT = "E"
               DISPLAY "Opcao invalida." AT 2401
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Nome:" AT 2301.
           MOVE SPACES TO WS-CONV-NOME.
           ACCEPT WS-CONV-NOME AT 2307.
           DISPLAY "                                        " AT 2301.

           MOVE SPACES TO WS-CONV-ERR.
           MOVE SPACES TO WS-CONV-FONTE.
           IF WS-CONV-FONTE-TIPO = "P"
               MOVE WS-CONV-NOME TO WS-PROD-LOOKUP-NOME
               PERFORM LOOKUP-PRODUCT-PROCEDURE
               IF WS-PROD-FOUND = "N"
                   MOVE "ERRO: produto fora do PRODUCT-MASTER."
                       TO WS-CONV-ERR
               ELSE
                   MOVE WS-PROD-TAXA(PM-IDX) TO WS-CONV-TAXA
                   STRING "IVA PRODUTO " WS-CONV-NOME
                       DELIMITED BY SIZE INTO WS-CONV-FONTE
               END-IF
           ELSE
               MOVE WS-DEFAULT-TAX TO WS-CONV-TAXA
               MOVE "N" TO WS-CONV-FOUND
               PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > WS-PUB-TAX-COUNT
                   IF WS-PUB-NAME(PT-IDX) = WS-CONV-NOME
                       MOVE WS-PUB-RATE(PT-IDX) TO WS-CONV-TAXA
                       MOVE "Y" TO WS-CONV-FOUND
                   END-IF
               END-PERFORM
               IF WS-CONV-FOUND = "Y"
                   STRING "IVA EDITORA " WS-CONV-NOME
                       DELIMITED BY SIZE INTO WS-CONV-FONTE
               ELSE
                   STRING "IVA OMISSAO " WS-CONV-NOME
                       DELIMITED BY SIZE INTO WS-CONV-FONTE
                   DISPLAY "AVISO: editora fora da tabela, taxa por "
                       "omissao." AT 2401
               END-IF
           END-IF.
           IF WS-CONV-ERR NOT = SPACES
               DISPLAY WS-CONV-ERR AT 2401
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "1=acrescentar IVA 2=retirar IVA:" AT 2301.
           MOVE SPACES TO WS-CONV-SENTIDO.
           ACCEPT WS-CONV-SENTIDO AT 2334.
           DISPLAY "                                        " AT 2301.
           EVALUATE WS-CONV-SENTIDO
               WHEN "1"
                   MOVE "V" TO WS-CONV-OP
                   COMPUTE NT ROUNDED =
                       N1 + N1 * WS-CONV-TAXA / 100
               WHEN "2"
                   MOVE "W" TO WS-CONV-OP
                   COMPUTE NT ROUNDED =
                       N1 / (1 + WS-CONV-TAXA / 100)
               WHEN OTHER
                   DISPLAY "Opcao invalida." AT 2401
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM SHOW-CONVERSION-PROCEDURE.


      *    o resultado sobe para o visor como o de qualquer operacao,
      *    com a taxa usada no lugar do segundo operando:
       SHOW-CONVERSION-PROCEDURE.
           MOVE 1 TO ESTADO.
           MOVE WS-CONV-TAXA TO N2.
           MOVE NT TO MASK.
           DISPLAY MASK AT 0928.
           PERFORM WRITE-CONV-LEDGER-PROCEDURE.


      *    operador X/Y (cambio EUR->moeda / moeda->EUR) ou V/W
      *    (acrescentar / retirar IVA), com a taxa exata e a fonte:
       WRITE-CONV-LEDGER-PROCEDURE.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-CONV-OP TO L-OPERADOR.
           MOVE N1 TO L-N1.
           MOVE N2 TO L-N2.
           MOVE NT TO L-NT.
           MOVE WS-CONV-TAXA TO L-TAXA.
           MOVE WS-CONV-FONTE TO L-FONTE.
           WRITE LEDGER-RECORD.


      *    plano de amortizacao do capital que esta no visor. O
      *    plano e impresso no ficheiro de planos, a prestacao sobe
      *    para o visor e a linha do ledger guarda as entradas; se o
      *    operador o guardar, o plano fica numerado no ficheiro de
      *    planos para o ADVANCES-MAINT o usar ao conceder o
      *    adiantamento:
       AMORTIZATION-PROCEDURE.
           DISPLAY "                                        " AT 2401.
           IF N1 NOT > ZERO OR N1 > 999999.99
               DISPLAY "ERRO: capital no visor invalido." AT 2401
               EXIT PARAGRAPH
           END-IF.
           MOVE N1 TO WS-AM-PRINCIPAL.

           DISPLAY "Taxa anual (%):" AT 2301.
           MOVE SPACES TO WS-AM-INPUT.
           ACCEPT WS-AM-INPUT AT 2317.
           DISPLAY "                                        " AT 2301.
           COMPUTE WS-AM-NUM = FUNCTION NUMVAL(WS-AM-INPUT).
           IF WS-AM-NUM < ZERO OR WS-AM-NUM > 99.9999
               DISPLAY "ERRO: taxa invalida." AT 2401
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AM-NUM TO WS-AM-TAXA.
           COMPUTE WS-AM-I = WS-AM-TAXA / 1200.

           DISPLAY "Periodos (0 = dar prestacao):" AT 2301.
           MOVE SPACES TO WS-AM-INPUT.
           ACCEPT WS-AM-INPUT AT 2331.
           DISPLAY "                                        " AT 2301.
           COMPUTE WS-AM-NUM = FUNCTION NUMVAL(WS-AM-INPUT).
           IF WS-AM-NUM < ZERO OR WS-AM-NUM > 999
               DISPLAY "ERRO: periodos entre 1 e 999." AT 2401
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AM-NUM TO WS-AM-PERIODOS.

           IF WS-AM-PERIODOS > ZERO
               MOVE "N" TO WS-AM-MODO
               IF WS-AM-I = ZERO
                   COMPUTE WS-AM-PRESTACAO ROUNDED =
                       WS-AM-PRINCIPAL / WS-AM-PERIODOS
               ELSE
                   COMPUTE WS-AM-FATOR = (1 + WS-AM-I) ** WS-AM-PERIODOS
                       ON SIZE ERROR
                           DISPLAY "ERRO: taxa e prazo fora de escala."
                               AT 2401
                           EXIT PARAGRAPH
                   END-COMPUTE
                   COMPUTE WS-AM-FATOR = WS-AM-FATOR / (WS-AM-FATOR - 1)
                       ON SIZE ERROR
                           DISPLAY "ERRO: taxa e prazo fora de escala."
                               AT 2401
                           EXIT PARAGRAPH
                   END-COMPUTE
                   COMPUTE WS-AM-PRESTACAO ROUNDED =
                       WS-AM-PRINCIPAL * WS-AM-I * WS-AM-FATOR
               END-IF
           ELSE
               MOVE "P" TO WS-AM-MODO
               DISPLAY "Prestacao alvo:" AT 2301
               MOVE SPACES TO WS-AM-INPUT
               ACCEPT WS-AM-INPUT AT 2317
               DISPLAY "                                        "
                   AT 2301
               COMPUTE WS-AM-NUM = FUNCTION NUMVAL(WS-AM-INPUT)
               IF WS-AM-NUM NOT > ZERO OR WS-AM-NUM > 99999.99
                   DISPLAY "ERRO: prestacao invalida." AT 2401
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-AM-NUM TO WS-AM-PRESTACAO
               COMPUTE WS-AM-JURO ROUNDED = WS-AM-PRINCIPAL * WS-AM-I
               IF WS-AM-PRESTACAO NOT > WS-AM-JURO
                   DISPLAY "ERRO: a prestacao nao cobre os juros."
                       AT 2401
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-AM-PRESTACAO = ZERO
               DISPLAY "ERRO: prestacao nula." AT 2401
               EXIT PARAGRAPH
           END-IF.

      *    primeira passagem so conta periodos e totais:
           MOVE "N" TO WS-AM-PRINT.
           PERFORM RUN-SCHEDULE-PROCEDURE.
           IF WS-AM-SALDO > ZERO
               DISPLAY "ERRO: prazo acima de 999 periodos." AT 2401
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AM-K TO WS-AM-PERIODOS.

           DISPLAY "Guardar plano (S/N):" AT 2301.
           MOVE SPACES TO WS-AM-GUARDAR.
           ACCEPT WS-AM-GUARDAR AT 2322.
           DISPLAY "                                        " AT 2301.
           MOVE ZERO TO WS-AM-REF.
           MOVE ZERO TO WS-AM-FUNC.
           IF WS-AM-GUARDAR = "S" OR WS-AM-GUARDAR = "s"
               DISPLAY "Funcionario n. (0 = nenhum):" AT 2301
               MOVE SPACES TO WS-AM-INPUT
               ACCEPT WS-AM-INPUT AT 2330
               DISPLAY "                                        "
                   AT 2301
               COMPUTE WS-AM-NUM = FUNCTION NUMVAL(WS-AM-INPUT)
               IF WS-AM-NUM > ZERO AND WS-AM-NUM <= 99999
                   MOVE WS-AM-NUM TO WS-AM-FUNC
               END-IF
               PERFORM SAVE-SCHEDULE-PROCEDURE
           END-IF.

           MOVE "Y" TO WS-AM-PRINT.
           PERFORM RUN-SCHEDULE-PROCEDURE.

           MOVE 1 TO ESTADO.
           MOVE WS-AM-PERIODOS TO N2.
           MOVE WS-AM-PRESTACAO TO NT.
           MOVE NT TO MASK.
           DISPLAY MASK AT 0928.
           PERFORM WRITE-AMORT-LEDGER-PROCEDURE.

           MOVE WS-AM-TOT-JUROS TO M-AM-VALOR.
           MOVE SPACES TO WS-AM-MSG.
           IF WS-AM-REF > ZERO
               STRING "Juros " M-AM-VALOR " - plano " WS-AM-REF
                   " guardado" DELIMITED BY SIZE INTO WS-AM-MSG
           ELSE
               STRING "Juros " M-AM-VALOR " - plano impresso"
                   DELIMITED BY SIZE INTO WS-AM-MSG
           END-IF.
           DISPLAY WS-AM-MSG AT 2401.


      *    percorre o plano a partir do capital; com WS-AM-PRINT a
      *    "Y" escreve cada periodo no ficheiro de planos. Acaba com
      *    o saldo a zero ou, se a prestacao nao chegar, aos 999
      *    periodos (saldo ainda positivo):
       RUN-SCHEDULE-PROCEDURE.
           MOVE WS-AM-PRINCIPAL TO WS-AM-SALDO.
           MOVE ZERO TO WS-AM-TOT-JUROS.
           MOVE ZERO TO WS-AM-TOT-PAGO.
           MOVE ZERO TO WS-AM-K.
           IF WS-AM-PRINT = "Y"
               PERFORM OPEN-SCHEDULE-PRINT-PROCEDURE
           END-IF.
           PERFORM SCHEDULE-PERIOD-PROCEDURE
               UNTIL WS-AM-SALDO = ZERO OR WS-AM-K >= 999.
           IF WS-AM-PRINT = "Y"
               MOVE WS-AM-TOT-PAGO TO M-AM-VALOR
               MOVE WS-AM-TOT-JUROS TO M-AM-VALOR2
               MOVE WS-AM-PRINCIPAL TO M-AM-VALOR3
               MOVE SPACES TO CALC-SCHEDULE-LINE
               STRING "TOTAL  " M-AM-VALOR " " M-AM-VALOR2 " "
                   M-AM-VALOR3 DELIMITED BY SIZE
                   INTO CALC-SCHEDULE-LINE
               WRITE CALC-SCHEDULE-LINE
               CLOSE CALC-SCHEDULE-FILE
           END-IF.


       SCHEDULE-PERIOD-PROCEDURE.
           ADD 1 TO WS-AM-K.
           COMPUTE WS-AM-JURO ROUNDED = WS-AM-SALDO * WS-AM-I.
           MOVE WS-AM-PRESTACAO TO WS-AM-PAGO.
      *    a ultima prestacao acerta o saldo (no modo por periodos,
      *    o arredondamento da prestacao fica todo no ultimo):
           IF WS-AM-PAGO >= WS-AM-SALDO + WS-AM-JURO
               OR (WS-AM-MODO = "N" AND WS-AM-K = WS-AM-PERIODOS)
               COMPUTE WS-AM-PAGO = WS-AM-SALDO + WS-AM-JURO
           END-IF.
           COMPUTE WS-AM-AMORT = WS-AM-PAGO - WS-AM-JURO.
           SUBTRACT WS-AM-AMORT FROM WS-AM-SALDO.
           ADD WS-AM-JURO TO WS-AM-TOT-JUROS.
           ADD WS-AM-PAGO TO WS-AM-TOT-PAGO.
           IF WS-AM-PRINT = "Y"
               MOVE WS-AM-K TO M-AM-PER
               MOVE WS-AM-PAGO TO M-AM-VALOR
               MOVE WS-AM-JURO TO M-AM-VALOR2
               MOVE WS-AM-AMORT TO M-AM-VALOR3
               MOVE WS-AM-SALDO TO M-AM-VALOR4
               MOVE SPACES TO CALC-SCHEDULE-LINE
               STRING "  " M-AM-PER " " M-AM-VALOR " " M-AM-VALOR2
                   " " M-AM-VALOR3 " " M-AM-VALOR4
                   DELIMITED BY SIZE INTO CALC-SCHEDULE-LINE
               WRITE CALC-SCHEDULE-LINE
           END-IF.


       OPEN-SCHEDULE-PRINT-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CALC_SCHEDULE_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CALC-SCHED-PATH
           END-IF.
           OPEN EXTEND CALC-SCHEDULE-FILE.
           IF WS-CALC-SCHED-STATUS = "35"
               OPEN OUTPUT CALC-SCHEDULE-FILE
           END-IF.
           MOVE ALL "-" TO CALC-SCHEDULE-LINE.
           WRITE CALC-SCHEDULE-LINE.
           MOVE SPACES TO CALC-SCHEDULE-LINE.
           IF WS-AM-REF > ZERO
               STRING "PLANO DE AMORTIZACAO " WS-AM-REF "   "
                   WS-TODAY-DATE "   funcionario " WS-AM-FUNC
                   DELIMITED BY SIZE INTO CALC-SCHEDULE-LINE
           ELSE
               STRING "PLANO DE AMORTIZACAO (nao guardado)   "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO CALC-SCHEDULE-LINE
           END-IF.
           WRITE CALC-SCHEDULE-LINE.
           MOVE WS-AM-PRINCIPAL TO M-AM-VALOR.
           MOVE WS-AM-TAXA TO M-AM-TAXA.
           MOVE WS-AM-PERIODOS TO M-AM-PER.
           MOVE WS-AM-PRESTACAO TO M-AM-VALOR2.
           MOVE SPACES TO CALC-SCHEDULE-LINE.
           STRING "Capital " M-AM-VALOR "  taxa anual " M-AM-TAXA
               "%  periodos " M-AM-PER "  prestacao " M-AM-VALOR2
               DELIMITED BY SIZE INTO CALC-SCHEDULE-LINE.
           WRITE CALC-SCHEDULE-LINE.
           MOVE SPACES TO CALC-SCHEDULE-LINE.
           STRING "   Per.   Prestacao       Juros     Capital"
               "       Saldo" DELIMITED BY SIZE
               INTO CALC-SCHEDULE-LINE.
           WRITE CALC-SCHEDULE-LINE.


       SAVE-SCHEDULE-PROCEDURE.
           PERFORM INIT-AMRT-PATH-PROCEDURE.
           MOVE ZERO TO WS-AMRT-LOOKUP-REF.
           PERFORM FIND-LOAN-SCHEDULE-PROCEDURE.
           COMPUTE WS-AM-REF = WS-AMRT-LAST-REF + 1.
           MOVE WS-AM-REF TO AM-REF.
           MOVE WS-TODAY-DATE TO AM-DATA.
           MOVE WS-AM-FUNC TO AM-NUMERO.
           MOVE WS-AM-PRINCIPAL TO AM-PRINCIPAL.
           MOVE WS-AM-TAXA TO AM-TAXA.
           MOVE WS-AM-PERIODOS TO AM-PERIODOS.
           MOVE WS-AM-PRESTACAO TO AM-PRESTACAO.
           MOVE WS-AM-TOT-JUROS TO AM-JUROS.
           MOVE WS-AM-TOT-PAGO TO AM-TOTAL.
           PERFORM APPEND-LOAN-SCHEDULE-PROCEDURE.


      *    operador A: capital, periodos e prestacao; a taxa exata e
      *    o modo (periodos dados ou prestacao alvo) na coluna da
      *    expressao, para o CALC-LEDGER-VERIFY refazer a conta:
       WRITE-AMORT-LEDGER-PROCEDURE.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE "A" TO L-OPERADOR.
           MOVE WS-AM-PRINCIPAL TO L-N1.
           MOVE WS-AM-PERIODOS TO L-N2.
           MOVE WS-AM-PRESTACAO TO L-NT.
           MOVE WS-AM-TAXA TO L-TAXA.
           IF WS-AM-MODO = "N"
               MOVE "PERIODOS" TO L-FONTE
           ELSE
               MOVE "ALVO" TO L-FONTE
           END-IF.
           IF WS-AM-REF > ZERO
               MOVE "PLANO" TO L-FONTE(10:5)
               MOVE WS-AM-REF TO L-FONTE(16:6)
               MOVE "FUNC" TO L-FONTE(23:4)
               MOVE WS-AM-FUNC TO L-FONTE(28:5)
           END-IF.
           WRITE LEDGER-RECORD.


       CLEAR-SCREEN-PROCEDURE.
           GO TO INICIO.

           DISPLAY "% ---> PERCENTAGEM" AT 2030.
           DISPLAY "Q ---> RAIZ QUADRADA" AT 2130.
           DISPLAY "E ---> EXPRESSAO COMPLETA" AT 2230.
           DISPLAY "X ---> CAMBIO EUR/MOEDA" AT 1355.
           DISPLAY "V ---> IVA (PRODUTO/EDITORA)" AT 1455.
           DISPLAY "A ---> PLANO DE AMORTIZACAO" AT 1555.

       CLEAR-MENU-PROCEDURE.
           DISPLAY "                    " AT 1227.
           DISPLAY "                    " AT 1730.
           DISPLAY "                    " AT 2030.
           DISPLAY "                    " AT 2130.
           DISPLAY "                            " AT 1355.
           DISPLAY "                            " AT 1455.
           DISPLAY "                            " AT 1555.

       COPY "PRODMP.cpy".

       COPY "AMRTP.cpy".

       END PROGRAM CALCULATOR.
