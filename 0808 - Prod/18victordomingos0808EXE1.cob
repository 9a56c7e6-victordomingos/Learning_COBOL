      * saida de cada periodo:
           COPY "YTDMSEL.cpy".

      * recovery journal das alteracoes aos masters de funcionarios
      * e de acumulados:
           COPY "RJRNSEL.cpy".

      * ausencias (ferias/doenca/outras) registadas no LEAVE-FILE,
      * para deduzir as nao remuneradas e abater os dias de ferias
      * gozados ao saldo do funcionario:
      * em vez das taxas fixas de 15%/11% iguais para todos:
           COPY "WHTBSEL.cpy".

      * taxa anual da contribuicao patronal para a seguranca social
      * (encargo da empresa sobre o bruto, alem do que e retido):
           COPY "ERSSSEL.cpy".

      * registo de retencoes por funcionario, somado mensalmente
      * pelas declaracoes ao fisco e a seguranca social:
           COPY "DEDLGSEL.cpy".
      * quando o saldo chega a zero:
           COPY "ADVNSEL.cpy".

      * compras de pessoal no posto e na livraria (ver
      * PRODUCT-PRICES e BOOKSTORE), recuperadas do liquido ate ao
      * teto mensal; o resto carrega para o mes seguinte e, no fecho
      * de contas, sai por inteiro:
           COPY "STFPSEL.cpy".

      * deducoes voluntarias (quotas sindicais, seguro de saude,
      * reforco de reforma): codigos com a entidade e a forma de
      * calculo, inscricoes por funcionario e o razao de remessas
      * por entidade:
           COPY "VDEDSEL.cpy".

      * despesas e quilometros reembolsados ao funcionario (pedidos
      * aprovados em EXPENSE-CLAIMS, pagos aqui sem retencao):
           COPY "EXPCSEL.cpy".

      * arquivo permanente dos recibos emitidos (consulta e segunda
      * via em PAYSLIP-INQUIRY):
           COPY "PSARSEL.cpy".

      * banco de horas: horas extra aprovadas com destino "banco"
      * creditam aqui (ao multiplicador) em vez de serem pagas; o
      * LEAVE-MAINT abate ausencias a este saldo:
      * protocolo de lock dos masters partilhados:
           COPY "MLOCSEL.cpy".

      * arquivo dos relatorios e recibos impressos (indice + spool):
           COPY "SPOOLSEL.cpy".

           SELECT RESUBMIT-PUNCH-FILE
           ASSIGN TO DYNAMIC WS-RESUB-PUNCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           05 BO-NET       PIC 9(6).99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 BO-PERIODO   PIC 9(8).
      *    parte de BO-NET que e reembolso de despesas (nao
      *    tributavel):
           05 FILLER       PIC X(2) VALUE SPACES.
           05 BO-REEMBOLSO PIC 9(6).99.


           COPY "EMPLMFD.cpy".

           COPY "YTDMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "LEAVEFD.cpy".

           COPY "WHTBFD.cpy".

           COPY "ERSSFD.cpy".

           COPY "DEDLGFD.cpy".

           COPY "GARNFD.cpy".

           COPY "ADVNFD.cpy".
           COPY "STFPFD.cpy".
           COPY "VDEDFD.cpy".
           COPY "EXPCFD.cpy".
           COPY "PSARFD.cpy".

           COPY "COMPBFD.cpy".


       COPY "MLOCFD.cpy".

       COPY "SPOOLFD.cpy".

       FD  RESUBMIT-PUNCH-FILE.
       01  RESUBMIT-PUNCH-RECORD PIC X(39).

               10 WS-PAY-DL-SS         PIC 9(7)V99.
               10 WS-PAY-DL-GARN       PIC 9(7)V99.
               10 WS-PAY-DL-MEAL       PIC 9(7)V99.
               10 WS-PAY-DL-ER-SS      PIC 9(7)V99.
      *        "Y" num fecho de contas: marca o master como liquidado
      *        junto com a queima do saldo de ferias:
               10 WS-PAY-SETTLED       PIC X.
      * master de acumulados ano-a-data:
       COPY "YTDMWS.cpy".

      * recovery journal:
       COPY "RJRNWS.cpy".

      * ausencias do LEAVE-FILE: dias nao remunerados dentro do
      * periodo sao deduzidos ao vencimento base ja proporcionalizado;
      * dias de ferias remuneradas abatem ao saldo EM-FERIAS-SALDO do
      * tabelas de retencao progressiva:
       COPY "WHTBWS.cpy".

      * contribuicao patronal para a seguranca social: taxa do ano,
      * montante por funcionario e total da execucao, lancado no
      * diario como encargo a pagar:
       COPY "ERSSWS.cpy".
       01  WS-ER-SS-AMOUNT     PIC 9(6)V99.
       01  WS-RUN-ER-SS-TOTAL  PIC 9(9)V99 VALUE ZERO.

      * registo de retencoes partilhado:
       COPY "DEDLGWS.cpy".

      * adiantamentos partilhados (recuperacao de prestacoes):
       COPY "ADVNWS.cpy".

      * compras de pessoal partilhadas (recuperacao com teto):
       COPY "STFPWS.cpy".
       01  WS-RUN-STFP-TOTAL   PIC 9(9)V99 VALUE ZERO.

      * deducoes voluntarias partilhadas; as marcadas "antes de IRS"
      * saem da base da retencao na fonte:
       COPY "VDEDWS.cpy".
       01  WS-TAX-BASE         PIC 9(7)V99.
       01  WS-RUN-VD-TOTAL     PIC 9(9)V99 VALUE ZERO.

      * reembolsos de despesas aprovados; somam ao liquido depois de
      * todas as retencoes e deducoes:
       COPY "EXPCWS.cpy".
       01  WS-RUN-EXPC-TOTAL   PIC 9(9)V99 VALUE ZERO.

      * arquivo de recibos partilhado; cada recibo impresso fica em
      * espera e so entra no arquivo com o periodo marcado:
       COPY "PSARWS.cpy".

      * banco de horas partilhado:
       COPY "COMPBWS.cpy".

      * lock do employee-master enquanto a folha o usa e regrava:
       COPY "MLOCWS.cpy".

      * pedido de arquivo de relatorio:
       COPY "SPOOLWS.cpy".

      * fila de reemissao (pontos corrigidos no workbench):
       01  WS-RESUB-PUNCH-PATH   PIC X(60)
           VALUE "..\resubmit-punch.txt".
      *    perder-se-iam com o periodo ja marcado como processado --
      *    por isso recusa-se ja aqui, antes de abrir o que quer que
      *    seja:
           MOVE "PRODUCAO1-REMUNERACAO" TO WS-RJ-JOB.
           PERFORM INIT-YTD-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-YTD-MASTER-PROCEDURE.
           IF WS-YTD-OVERFLOW = "Y"
           END-IF.
           PERFORM INIT-WHTB-PATH-PROCEDURE.
           PERFORM LOAD-WITHHOLDING-TABLES-PROCEDURE.
           PERFORM INIT-ERSS-PATH-PROCEDURE.
           PERFORM LOAD-EMPLOYER-SS-RATES-PROCEDURE.
           IF WS-SIMULATE = "S"
               PERFORM LOAD-DRAFT-WHTB-PROCEDURE
               IF WS-WHTBD-COUNT = ZERO
                   "tabela (100) -- adiantamentos alem desses NAO "
                   "recuperados e saldos NAO regravados."
           END-IF.
           PERFORM INIT-STFP-PATH-PROCEDURE.
           PERFORM LOAD-STAFF-PURCHASES-PROCEDURE.
           IF WS-STFP-OVERFLOW = "Y"
               DISPLAY "AVISO: staff-purchases com mais linhas do que "
                   "a tabela (500) -- compras alem dessas NAO "
                   "recuperadas e saldos NAO regravados."
           END-IF.
           PERFORM INIT-VDED-PATHS-PROCEDURE.
           PERFORM LOAD-DEDUCTION-CODES-PROCEDURE.
           PERFORM LOAD-DEDUCTION-ENROL-PROCEDURE.
           IF WS-VDC-OVERFLOW = "Y" OR WS-VDE-OVERFLOW = "Y"
               DISPLAY "AVISO: deduction-codes/enrolments com mais "
                   "linhas do que a tabela -- deducoes voluntarias "
                   "alem dessas NAO aplicadas."
           END-IF.
           PERFORM INIT-EXPC-PATHS-PROCEDURE.
           PERFORM LOAD-EXPENSE-CLAIMS-PROCEDURE.
           IF WS-EXPC-OVERFLOW = "Y"
               DISPLAY "AVISO: expense-claims com mais linhas do que "
                   "a tabela (500) -- reembolsos NAO pagos nesta "
                   "execucao; arquive os pedidos pagos."
           END-IF.
           PERFORM OPEN-GL-JOURNAL-PROCEDURE.

      *    modo de subsidio: nao ha ficheiro de ponto nem checkpoint;
           ELSE
               OPEN OUTPUT MONEY-OUT
               OPEN OUTPUT PAYSLIP-FILE
               PERFORM INIT-PSAR-PATHS-PROCEDURE
               PERFORM OPEN-PAYSLIP-STAGE-PROCEDURE
               OPEN OUTPUT BANK-ORDER-FILE
           END-IF.

               PERFORM WRITE-SIMULATION-TOTALS-PROCEDURE
               CLOSE MONEY-IN
               CLOSE SIMULATION-REPORT-FILE
               MOVE "REMUNERACAO" TO WS-SPL-PROGRAM
               MOVE "SIMULACAO DE FOLHA" TO WS-SPL-TITLE
               MOVE WS-PERIOD-END TO WS-SPL-BUS-DATE
               MOVE WS-SIMRPT-PATH TO WS-SPL-SOURCE-PATH
               PERFORM ARCHIVE-REPORT-PROCEDURE
               CLOSE EXCEPTIONS-FILE
               CLOSE GL-JOURNAL-FILE
               PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE
           CLOSE MONEY-IN.
           CLOSE MONEY-OUT.
           CLOSE PAYSLIP-FILE.
           MOVE "REMUNERACAO" TO WS-SPL-PROGRAM.
           MOVE "RECIBOS DE VENCIMENTO" TO WS-SPL-TITLE.
           MOVE WS-PERIOD-END TO WS-SPL-BUS-DATE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-PAYSLIP-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE BANK-ORDER-FILE.
           CLOSE EXCEPTIONS-FILE.
           PERFORM CLEAR-CHECKPOINT-PROCEDURE.
      *    depois de conferir o estado:
           PERFORM MARK-RUN-PROCESSED-PROCEDURE.
           PERFORM RECORD-FINGERPRINT-PROCEDURE.
      *    os recibos do periodo entram no arquivo permanente so
      *    agora (um rearranque reescreve a espera do inicio):
           PERFORM COMMIT-PAYSLIP-ARCHIVE-PROCEDURE.
      *    so agora, com o periodo marcado, a fila de reemissao e
      *    truncada -- a mesma disciplina de persistencia adiada dos
      *    saldos de ferias e das linhas de retencoes (e so no modo
           IF WS-ADVN-DIRTY = "Y"
               PERFORM SAVE-ADVANCES-FILE-PROCEDURE
           END-IF.
           IF WS-STFP-DIRTY = "Y"
               PERFORM SAVE-STAFF-PURCHASES-PROCEDURE
           END-IF.
           IF WS-EXPC-DIRTY = "Y"
               PERFORM SAVE-EXPENSE-CLAIMS-PROCEDURE
           END-IF.
           IF WS-COMPB-DIRTY = "Y"
               PERFORM SAVE-COMPBANK-FILE-PROCEDURE
           END-IF.
           PERFORM FLUSH-DEDUCTIONS-PROCEDURE.
           MOVE WS-PERIOD-END TO WS-VD-PERIOD-END.
           PERFORM FLUSH-VOLDED-LEDGER-PROCEDURE.
           PERFORM SAVE-YTD-MASTER-PROCEDURE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM RELEASE-MASTER-LOCK-PROCEDURE.
           MOVE "REMUNERACAO-SS" TO WS-GL-KEY.
           MOVE WS-RUN-SS-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
      *    encargo patronal com a seguranca social (custo da empresa
      *    contra a conta de encargos a pagar):
           MOVE "REMUNERACAO-SS-ENT" TO WS-GL-KEY.
           MOVE WS-RUN-ER-SS-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           IF WS-RUN-GARN-TOTAL > ZERO
               MOVE "REMUNERACAO-PENHORA" TO WS-GL-KEY
               MOVE WS-RUN-GARN-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    compras de pessoal recuperadas: saldam a conta a receber
      *    dos funcionarios aberta pelo posto e pela livraria:
           IF WS-RUN-STFP-TOTAL > ZERO
               MOVE "REMUNERACAO-PESSOAL" TO WS-GL-KEY
               MOVE WS-RUN-STFP-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    deducoes voluntarias retidas: a pagar as entidades
      *    (sindicatos, seguradoras) pela lista de remessas:
           IF WS-RUN-VD-TOTAL > ZERO
               MOVE "REMUNERACAO-VOLUNT" TO WS-GL-KEY
               MOVE WS-RUN-VD-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
      *    reembolsos de despesas pagos: conta de gastos, nao de
      *    remuneracoes:
           IF WS-RUN-EXPC-TOTAL > ZERO
               MOVE "REMUNERACAO-DESPESAS" TO WS-GL-KEY
               MOVE WS-RUN-EXPC-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
           END-IF.
           CLOSE GL-JOURNAL-FILE.

           IF WS-CALLED-AS-SUB = "Y"
                   MOVE ZERO TO WS-PAY-DL-SS(PAY-IDX)
                   MOVE ZERO TO WS-PAY-DL-GARN(PAY-IDX)
                   MOVE ZERO TO WS-PAY-DL-MEAL(PAY-IDX)
                   MOVE ZERO TO WS-PAY-DL-ER-SS(PAY-IDX)
                   MOVE "N" TO WS-PAY-SETTLED(PAY-IDX)
                   MOVE "Y" TO WS-PAY-FOUND
               ELSE
               ADD WS-NET-PAY TO WS-MONEY-TOTAL
               ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL
               ADD WS-SS-AMOUNT TO WS-RUN-SS-TOTAL
               ADD WS-ER-SS-AMOUNT TO WS-RUN-ER-SS-TOTAL
               ADD WS-GARN-APPLIED TO WS-RUN-GARN-TOTAL
               ADD WS-STFP-RECOVERED TO WS-RUN-STFP-TOTAL
               ADD WS-VD-TOTAL TO WS-RUN-VD-TOTAL
               IF WS-EXPC-DUE > ZERO
                   ADD WS-EXPC-DUE TO WS-RUN-EXPC-TOTAL
                   MOVE WS-PERIOD-END TO WS-EXPC-PAID-PERIOD
                   PERFORM MARK-CLAIMS-PAID-PROCEDURE
               END-IF
               PERFORM QUEUE-VOLDED-LINES-PROCEDURE
               IF WS-VD-SHORT = "Y"
                   MOVE "PRODUCAO1-REMUNERACAO" TO EX-PROGRAM
                   MOVE "Deducao voluntaria nao coberta pelo liquido"
                       TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING WEMPNO " " WS-EMP-NOME
                       DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               END-IF
      *        fecho de contas sem liquido que chegue para as compras
      *        de pessoal: o que sobra fica para cobranca direta:
               IF WS-RUN-MODE = "C" AND WS-STFP-REMAINING > ZERO
                   MOVE "PRODUCAO1-REMUNERACAO" TO EX-PROGRAM
                   MOVE "Compras de pessoal por recuperar no fecho"
                       TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING WEMPNO " " WS-EMP-NOME
                       DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               END-IF

               MOVE WEMPNO TO WS-YTD-LOOKUP-NUMERO
               COMPUTE WS-YTD-LOOKUP-YEAR = WS-PERIOD-END / 10000
               MOVE WS-SS-AMOUNT TO WS-PAY-DL-SS(PAY-IDX)
               MOVE WS-GARN-APPLIED TO WS-PAY-DL-GARN(PAY-IDX)
               MOVE WS-MEAL-PAY TO WS-PAY-DL-MEAL(PAY-IDX)
               MOVE WS-ER-SS-AMOUNT TO WS-PAY-DL-ER-SS(PAY-IDX)

      *        fecho de contas: o saldo de ferias foi pago por
      *        inteiro e o master fica marcado como liquidado --
               MOVE ZERO TO WS-SETT-FERIAS-PAY
               MOVE ZERO TO WS-SETT-SUB-PAY
           END-IF.
      *    deducoes voluntarias do periodo: as "antes de IRS" saem
      *    da base da retencao (a seguranca social continua sobre o
      *    bruto); todas saem do liquido depois das penhoras:
           MOVE WEMPNO TO WS-VD-LOOKUP-NUMERO.
           MOVE WS-PERIOD-START TO WS-VD-PERIOD-START.
           MOVE WS-PERIOD-END TO WS-VD-PERIOD-END.
           MOVE WS-GROSS-PAY TO WS-VD-GROSS.
           PERFORM COMPUTE-VOLUNTARY-DEDS-PROCEDURE.
           IF WS-VD-PRE-TOTAL > WS-GROSS-PAY
               MOVE ZERO TO WS-TAX-BASE
           ELSE
               COMPUTE WS-TAX-BASE = WS-GROSS-PAY - WS-VD-PRE-TOTAL
           END-IF.
      *    escalao de retencao aplicavel ao bruto deste funcionario:
           COMPUTE WS-WH-LOOKUP-YEAR = WS-PERIOD-END / 10000.
           MOVE WS-TAX-BASE TO WS-WH-LOOKUP-GROSS.
           PERFORM LOOKUP-WITHHOLDING-PROCEDURE.
           MOVE WS-WH-TAX-PCT TO WS-TAX-PCT.
           MOVE WS-WH-SS-PCT TO WS-SS-PCT.
           COMPUTE WS-TAX-AMOUNT = WS-TAX-BASE * WS-TAX-PCT / 100.
           COMPUTE WS-SS-AMOUNT  = WS-GROSS-PAY * WS-SS-PCT / 100.
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX-AMOUNT - WS-SS-AMOUNT
               + WS-MEAL-EXEMPT-PAY.
           MOVE WS-NET-PAY TO WS-NET-FISCAL.
      *    contribuicao patronal sobre o mesmo bruto, a taxa do ano
      *    (nao mexe no liquido; e custo da empresa):
           COMPUTE WS-ER-LOOKUP-YEAR = WS-PERIOD-END / 10000.
           PERFORM LOOKUP-EMPLOYER-SS-PROCEDURE.
           COMPUTE WS-ER-SS-AMOUNT ROUNDED =
               WS-GROSS-PAY * WS-ER-PCT / 100.
      *    penhoras judiciais, depois do IRS e da seguranca social:
      *    so a parte do liquido alem do minimo legalmente protegido
      *    e penhoravel; o que nao couber fica no saldo e carrega
           MOVE WS-GARN-MAX TO WS-GARN-AVAILABLE.
           PERFORM APPLY-GARNISH-PROCEDURE.
           SUBTRACT WS-GARN-APPLIED FROM WS-NET-PAY.
      *    deducoes voluntarias, logo depois das penhoras, ate ao
      *    liquido que resta:
           MOVE WS-NET-PAY TO WS-VD-AVAILABLE.
           PERFORM APPLY-VOLUNTARY-DEDS-PROCEDURE.
           SUBTRACT WS-VD-TOTAL FROM WS-NET-PAY.
      *    recuperacao de adiantamentos, por ultimo: a prestacao sai
      *    do liquido ja depois das retencoes e penhoras, nunca alem
      *    do proprio liquido, e para sozinha no saldo zero:
           MOVE WS-NET-PAY TO WS-ADVN-AVAILABLE.
           PERFORM RECOVER-ADVANCE-PROCEDURE.
           SUBTRACT WS-ADVN-RECOVERED FROM WS-NET-PAY.
      *    compras de pessoal ate ao fim do periodo, ate ao teto
      *    mensal; no fecho de contas o saldo inteiro (incluindo
      *    compras posteriores) entra no acerto final:
           MOVE WEMPNO TO WS-STFP-LOOKUP-NUMERO.
           MOVE WS-NET-PAY TO WS-STFP-AVAILABLE.
           IF WS-RUN-MODE = "C"
               MOVE 9999999.99 TO WS-STFP-LIMIT
               MOVE 99999999 TO WS-STFP-CUTOFF
           ELSE
               MOVE WS-STFP-CAP TO WS-STFP-LIMIT
               MOVE WS-PERIOD-END TO WS-STFP-CUTOFF
           END-IF.
           PERFORM RECOVER-STAFF-PURCHASES-PROCEDURE.
           SUBTRACT WS-STFP-RECOVERED FROM WS-NET-PAY.
      *    reembolso de despesas aprovadas: nao tributavel, fora do
      *    bruto, soma por inteiro ao liquido (nunca consumido pelas
      *    deducoes acima). Com a tabela de pedidos incompleta nada
      *    e pago -- nao se podia marcar como pago:
           MOVE ZERO TO WS-EXPC-DUE.
           IF WS-EXPC-OVERFLOW = "N"
               MOVE WEMPNO TO WS-EXPC-LOOKUP-NUMERO
               PERFORM SUM-APPROVED-CLAIMS-PROCEDURE
           END-IF.
           ADD WS-EXPC-DUE TO WS-NET-PAY.


      *    Compara o liquido deste periodo com a media dos periodos
               MOVE WEMPNO TO BO-NUMERO
               MOVE WS-NET-PAY TO BO-NET
               MOVE WS-PERIOD-END TO BO-PERIODO
               MOVE WS-EXPC-DUE TO BO-REEMBOLSO
               WRITE BANK-ORDER-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-BANK-COUNT
               ADD WS-NET-PAY TO WS-BANK-TOTAL
           END-IF.


      *    cada linha do recibo vai para o ficheiro de recibos e,
      *    em espera, para o arquivo permanente:
       EMIT-PAYSLIP-LINE-PROCEDURE.
           WRITE PAYSLIP-LINE AFTER ADVANCING 1 LINE.
           MOVE PAYSLIP-LINE TO WS-PS-TEXT-IN.
           PERFORM ARCHIVE-PAYSLIP-LINE-PROCEDURE.


       WRITE-PAYSLIP-PROCEDURE.
           MOVE WEMPNO TO WS-PS-NUMERO.
           MOVE WS-PERIOD-END TO WS-PS-PERIOD.
           MOVE WS-RUN-MODE TO WS-PS-KIND.
           MOVE WS-GROSS-PAY TO WS-PS-GROSS.
           COMPUTE WS-PS-DEDUCT = WS-TAX-AMOUNT + WS-SS-AMOUNT
               + WS-GARN-APPLIED + WS-VD-TOTAL + WS-ADVN-RECOVERED
               + WS-STFP-RECOVERED.
           MOVE WS-NET-PAY TO WS-PS-NET.
           PERFORM START-ARCHIVED-PAYSLIP-PROCEDURE.

           MOVE SPACES TO PAYSLIP-LINE.
           STRING "RECIBO DE VENCIMENTO - " WS-EMP-NOME " "
               WS-EMP-APELIDO
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE AFTER ADVANCING 2 LINE.
           MOVE PAYSLIP-LINE TO WS-PS-TEXT-IN.
           PERFORM ARCHIVE-PAYSLIP-LINE-PROCEDURE.

           IF WS-RUN-MODE = "C"
               MOVE "*** FECHO DE CONTAS - CESSACAO ***"
                   TO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           MOVE WS-EMP-CATEGORIA TO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-WORKED-HOURS TO M-HOURS.
           MOVE WS-OVERTIME-HOURS TO M-OVERTIME-HOURS.
           STRING "Horas trabalhadas: " M-HOURS
               "   Horas extra: " M-OVERTIME-HOURS
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-COMPB-SALDO TO M-HOURS.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "Banco de horas (saldo): " M-HOURS
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-NIGHT-HOURS TO M-HOURS.
           MOVE WS-NIGHT-PAY TO M-MONEY.
           STRING "Horas noturnas: " M-HOURS
               "   Suplemento noturno: " M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-GROSS-PAY TO M-MONEY.
           STRING "Vencimento bruto: " M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-OVERTIME-PAY TO M-MONEY.
           STRING "  (inclui horas extra: " M-MONEY ")"
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-SENIORITY-BONUS TO M-MONEY.
           STRING "  (inclui bonus de antiguidade: " M-MONEY ")"
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           IF WS-COMM-AMOUNT > ZERO
               MOVE WS-COMM-AMOUNT TO M-MONEY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "Comissao de vendas: " M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           IF WS-SETT-FERIAS-PAY > ZERO
               MOVE SPACES TO PAYSLIP-LINE
               STRING "Ferias nao gozadas pagas: " M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           IF WS-SETT-SUB-PAY > ZERO
               STRING "Subsidios proporcionais (ferias+Natal): "
                   M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           IF WS-MEAL-PAY > ZERO
               STRING "Subsidio de alimentacao (" M-MEAL-DIAS
                   " dias): " M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           IF WS-UNPAID-DEDUCTION > ZERO
               MOVE WS-UNPAID-DEDUCTION TO M-MONEY
               STRING "Ausencia nao remunerada: -" M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           MOVE WS-TAX-AMOUNT TO M-MONEY.
           STRING "Retencao na fonte: -" M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-SS-AMOUNT TO M-MONEY.
           STRING "Seguranca social: -" M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           IF WS-GARN-APPLIED > ZERO
               MOVE WS-GARN-APPLIED TO M-MONEY
               STRING "Penhora judicial: -" M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
               MOVE WS-GARN-REMAINING TO M-MONEY
               STRING "  (saldo de penhora em divida: " M-MONEY ")"
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           PERFORM VARYING VD-IDX FROM 1 BY 1
               UNTIL VD-IDX > WS-VD-COUNT
               IF WS-VD-AMOUNT(VD-IDX) > ZERO
                   MOVE WS-VD-AMOUNT(VD-IDX) TO M-MONEY
                   MOVE SPACES TO PAYSLIP-LINE
                   IF WS-VD-PRE-TAX(VD-IDX) = "S"
                       STRING WS-VD-DESCR(VD-IDX) " (antes de IRS): -"
                           M-MONEY
                           DELIMITED BY SIZE INTO PAYSLIP-LINE
                   ELSE
                       STRING WS-VD-DESCR(VD-IDX) ": -" M-MONEY
                           DELIMITED BY SIZE INTO PAYSLIP-LINE
                   END-IF
                   PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
               END-IF
           END-PERFORM.

           IF WS-ADVN-RECOVERED > ZERO
               MOVE WS-ADVN-RECOVERED TO M-MONEY
               STRING "Adiantamento (prestacao): -" M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
               MOVE WS-ADVN-REMAINING TO M-MONEY
               STRING "  (saldo de adiantamento: " M-MONEY ")"
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           IF WS-STFP-RECOVERED > ZERO
               MOVE WS-STFP-RECOVERED TO M-MONEY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "Compras de pessoal: -" M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
               IF WS-STFP-REMAINING > ZERO
                   MOVE WS-STFP-REMAINING TO M-MONEY
                   MOVE SPACES TO PAYSLIP-LINE
                   STRING "  (compras a recuperar no mes seguinte: "
                       M-MONEY ")"
                       DELIMITED BY SIZE INTO PAYSLIP-LINE
                   PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
               END-IF
           END-IF.

           IF WS-EXPC-DUE > ZERO
               MOVE WS-EXPC-DUE TO M-MONEY
               MOVE SPACES TO PAYSLIP-LINE
               STRING "Reembolso despesas (nao tributavel): +" M-MONEY
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
               PERFORM EMIT-PAYSLIP-LINE-PROCEDURE
           END-IF.

           MOVE WS-NET-PAY TO M-MONEY.
           STRING "VENCIMENTO LIQUIDO: " M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           IF WS-YTD-TABLE-FULL = "N"
               MOVE WS-YTD-NET(YTD-IDX) TO M-MONEY
               STRING "Acumulado ano (YTD): N/D"
                   DELIMITED BY SIZE INTO PAYSLIP-LINE
           END-IF.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.


      *    Processa um modo de subsidio (ferias ou Natal): varre o

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           OPEN OUTPUT PAYSLIP-FILE.
           PERFORM INIT-PSAR-PATHS-PROCEDURE.
           PERFORM OPEN-PAYSLIP-STAGE-PROCEDURE.
           OPEN OUTPUT BANK-ORDER-FILE.

           MOVE "N" TO WS-SUB-EOF.
               AFTER ADVANCING 1 LINE.

           CLOSE PAYSLIP-FILE.
           MOVE "REMUNERACAO" TO WS-SPL-PROGRAM.
           MOVE WS-SUB-LABEL TO WS-SPL-TITLE.
           MOVE WS-PERIOD-END TO WS-SPL-BUS-DATE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-PAYSLIP-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE BANK-ORDER-FILE.
           CLOSE EXCEPTIONS-FILE.

           PERFORM MARK-RUN-PROCESSED-PROCEDURE.
           PERFORM COMMIT-PAYSLIP-ARCHIVE-PROCEDURE.
           PERFORM FLUSH-DEDUCTIONS-PROCEDURE.
           PERFORM SAVE-YTD-MASTER-PROCEDURE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
           MOVE "SUBSIDIO-SS" TO WS-GL-KEY.
           MOVE WS-RUN-SS-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           MOVE "SUBSIDIO-SS-ENT" TO WS-GL-KEY.
           MOVE WS-RUN-ER-SS-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           CLOSE GL-JOURNAL-FILE.


           COMPUTE WS-SS-AMOUNT  = WS-SUB-AMOUNT * WS-SS-PCT / 100.
           COMPUTE WS-NET-PAY =
               WS-SUB-AMOUNT - WS-TAX-AMOUNT - WS-SS-AMOUNT.
           MOVE WS-SUB-YEAR TO WS-ER-LOOKUP-YEAR.
           PERFORM LOOKUP-EMPLOYER-SS-PROCEDURE.
           COMPUTE WS-ER-SS-AMOUNT ROUNDED =
               WS-SUB-AMOUNT * WS-ER-PCT / 100.

           ADD WS-NET-PAY TO WS-MONEY-TOTAL.
           ADD WS-TAX-AMOUNT TO WS-RUN-TAX-TOTAL.
           ADD WS-SS-AMOUNT TO WS-RUN-SS-TOTAL.
           ADD WS-ER-SS-AMOUNT TO WS-RUN-ER-SS-TOTAL.

           MOVE EM-NUMERO TO WEMPNO.
           MOVE EM-NOME TO WS-EMP-NOME.
               MOVE WS-SS-AMOUNT TO WS-PAY-DL-SS(PAY-IDX)
               MOVE ZERO TO WS-PAY-DL-GARN(PAY-IDX)
               MOVE ZERO TO WS-PAY-DL-MEAL(PAY-IDX)
               MOVE WS-ER-SS-AMOUNT TO WS-PAY-DL-ER-SS(PAY-IDX)
               MOVE "N" TO WS-PAY-SALDO-UPD(PAY-IDX)
           END-IF.


       WRITE-SUBSIDY-PAYSLIP-PROCEDURE.
           MOVE WEMPNO TO WS-PS-NUMERO.
           MOVE WS-PERIOD-END TO WS-PS-PERIOD.
           MOVE WS-RUN-MODE TO WS-PS-KIND.
           MOVE WS-SUB-AMOUNT TO WS-PS-GROSS.
           COMPUTE WS-PS-DEDUCT = WS-TAX-AMOUNT + WS-SS-AMOUNT.
           MOVE WS-NET-PAY TO WS-PS-NET.
           PERFORM START-ARCHIVED-PAYSLIP-PROCEDURE.

           MOVE SPACES TO PAYSLIP-LINE.
           STRING "RECIBO - " WS-SUB-LABEL " - " WS-EMP-NOME " "
               WS-EMP-APELIDO
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE AFTER ADVANCING 2 LINE.
           MOVE PAYSLIP-LINE TO WS-PS-TEXT-IN.
           PERFORM ARCHIVE-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-SUB-AMOUNT TO M-MONEY.
           MOVE WS-SUB-EMP-DAYS TO M-SUB-DIAS.
           STRING "Subsidio bruto: " M-MONEY
               "  (prorata " M-SUB-DIAS " dias de vinculo)"
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-TAX-AMOUNT TO M-MONEY.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "Retencao na fonte: -" M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-SS-AMOUNT TO M-MONEY.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "Seguranca social: -" M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-NET-PAY TO M-MONEY.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "SUBSIDIO LIQUIDO: " M-MONEY
               DELIMITED BY SIZE INTO PAYSLIP-LINE.
           PERFORM EMIT-PAYSLIP-LINE-PROCEDURE.


      *    carrega as tabelas de retencao rascunho (segundo caminho

       COPY "YTDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "LEAVEP.cpy".

       COPY "WHTBP.cpy".
       COPY "ERSSP.cpy".

       COPY "DEDLGP.cpy".


       COPY "ADVNP.cpy".

       COPY "STFPP.cpy".

       COPY "VDEDP.cpy".

       COPY "EXPCP.cpy".

       COPY "PSARP.cpy".

       COPY "COMPBP.cpy".

       COPY "FNGRP.cpy".
       COPY "RUNCTLP.cpy".
       COPY "GLJRNP.cpy".

       COPY "SPOOLP.cpy".



      *    aplica ao master os saldos de ferias queimados na fase de
                   MOVE WS-PAY-DL-SS(PAY-IDX) TO DL-SS
                   MOVE WS-PAY-DL-GARN(PAY-IDX) TO DL-GARNISH
                   MOVE WS-PAY-DL-MEAL(PAY-IDX) TO DL-MEAL
                   MOVE WS-PAY-DL-ER-SS(PAY-IDX) TO DL-EMPLOYER-SS
                   PERFORM WRITE-DEDUCTIONS-ENTRY-PROCEDURE
               END-IF
           END-PERFORM.
