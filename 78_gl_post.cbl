      *          credits, and supports a period close that locks a
      *          posted month -- a late journal line for a closed
      *          month diverts to the shared EXCEPTIONS-FILE instead
      *          of being posted. The year-end close, once all twelve
      *          months are closed, zeroes every income and expense
      *          account into retained earnings with closing entries
      *          in period AAAA13, carries the balance-sheet accounts
      *          forward as the opening balances of period 00 of the
      *          new year, shows the closing and opening trial
      *          balances and locks the year against further posting.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-STATUS.

      *    contas de resultados (rendimentos e gastos) alem das das
      *    classes 6 e 7, uma por linha, para o fecho do ano:
           SELECT RESULT-ACCOUNTS-FILE
           ASSIGN TO DYNAMIC WS-RESULT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULT-STATUS.

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  CLOSED-PERIODS-FILE.
       01  CLOSED-PERIOD-RECORD PIC 9(6).

       FD  RESULT-ACCOUNTS-FILE.
       01  RESULT-ACCOUNT-RECORD PIC X(8).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "GLJRNWS.cpy".
       01  WS-CLOSED-PATH  PIC X(60)
           VALUE "..\gl-closed-periods.txt".
       01  WS-CLOSED-STATUS PIC XX.
       01  WS-RESULT-PATH  PIC X(60)
           VALUE "..\gl-result-accounts.txt".
       01  WS-RESULT-STATUS PIC XX.
      * resultados transitados, para onde vai o resultado do ano:
       01  WS-RE-ACCOUNT   PIC X(8) VALUE "56".
       01  WS-ENV2-VALUE   PIC X(60).

       01  WS-OPTION     PIC X.
               10 WS-CLO-YYYYMM PIC 9(6).
       01  WS-PERIOD-CLOSED PIC X.

      * fecho do ano: totais do ano por conta (periodos AAAA00 a
      * AAAA12); as linhas do fecho vao para o periodo AAAA13 e as
      * de abertura para o periodo 00 do ano seguinte:
       01  WS-YE-YEAR    PIC 9(4).
       01  WS-NEXT-YEAR  PIC 9(4).
       01  WS-YE-MONTH   PIC 99.
       01  WS-ROW-YEAR   PIC 9(4).
       01  WS-ROW-MONTH  PIC 99.
       01  WS-GJ-YEAR    PIC 9(4).
       01  WS-YE-COUNT   PIC 9(3) VALUE ZERO.
       01  WS-YE-TABLE.
           05 WS-YE-ENTRY OCCURS 200 TIMES INDEXED BY YE-IDX.
               10 WS-YE-ACCOUNT PIC X(8).
               10 WS-YE-RESULT  PIC X.
               10 WS-YE-DEBIT   PIC 9(12)V99.
               10 WS-YE-CREDIT  PIC 9(12)V99.
               10 WS-YE-NET     PIC S9(12)V99.
       01  WS-RES-COUNT  PIC 99 VALUE ZERO.
       01  WS-RES-TABLE.
           05 WS-RES-ACCOUNT OCCURS 50 TIMES INDEXED BY RA-IDX
                             PIC X(8).
       01  WS-CHK-ACCOUNT PIC X(8).
       01  WS-IS-RESULT   PIC X.
       01  WS-N-MISSING   PIC 99.
       01  WS-N-NEEDED    PIC 9(3).
       01  WS-FOUND-13    PIC X.
       01  WS-FOUND-OPEN  PIC X.
       01  WS-RE-DEBIT    PIC 9(11)V99.
       01  WS-RE-CREDIT   PIC 9(11)V99.
       01  WS-YEAR-RESULT PIC S9(12)V99.
       01  WS-CONFIRM     PIC X.
       01  M-RESULT       PIC -(10)9.99.

       01  WS-N-POSTED   PIC 9(5) VALUE ZERO.
       01  WS-N-DIVERTED PIC 9(5) VALUE ZERO.
       01  WS-TB-DEBIT   PIC 9(12)V99.
           IF WS-ENV2-VALUE NOT = SPACES
               MOVE WS-ENV2-VALUE TO WS-CLOSED-PATH
           END-IF.
           MOVE SPACES TO WS-ENV2-VALUE.
           ACCEPT WS-ENV2-VALUE FROM ENVIRONMENT
               "GL_RESULT_ACCOUNTS_FILE".
           IF WS-ENV2-VALUE NOT = SPACES
               MOVE WS-ENV2-VALUE TO WS-RESULT-PATH
           END-IF.
           MOVE SPACES TO WS-ENV2-VALUE.
           ACCEPT WS-ENV2-VALUE FROM ENVIRONMENT
               "GL_RETAINED_EARNINGS_ACCOUNT".
           IF WS-ENV2-VALUE NOT = SPACES
               MOVE WS-ENV2-VALUE TO WS-RE-ACCOUNT
           END-IF.
           ACCEPT WS-GLJRN-ENV-VALUE FROM ENVIRONMENT
               "GL_JOURNAL_FILE".
           IF WS-GLJRN-ENV-VALUE NOT = SPACES
           PERFORM LOAD-CLOSED-PERIODS-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM POST-DAY-PROCEDURE
                   WHEN "2" PERFORM TRIAL-BALANCE-PROCEDURE
                   WHEN "3" PERFORM CLOSE-PERIOD-PROCEDURE
                   WHEN "4" PERFORM YEAR-END-CLOSE-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           DISPLAY "1 - Postar um dia do diario".
           DISPLAY "2 - Balancete de um mes".
           DISPLAY "3 - Fechar um mes".
           DISPLAY "4 - Fecho do ano".
           DISPLAY "5 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       POST-ONE-LINE-PROCEDURE.
           COMPUTE WS-GJ-YYYYMM = GJ-DATE / 100.
      *    ano fechado (fecho do ano feito): nada mais entra nele:
           COMPUTE WS-GJ-YEAR = WS-GJ-YYYYMM / 100.
           COMPUTE WS-SEL-YYYYMM = WS-GJ-YEAR * 100 + 13.
           PERFORM CHECK-PERIOD-CLOSED-PROCEDURE.
           IF WS-PERIOD-CLOSED = "Y"
               ADD 1 TO WS-N-DIVERTED
               MOVE "GL-POST" TO EX-PROGRAM
               MOVE "Lancamento para ano fechado" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING GJ-DATE " " GJ-ACCOUNT " " GJ-PROGRAM
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
      *    mes fechado: o lancamento tardio vai para as excecoes em
      *    vez de mexer num periodo ja declarado:
           MOVE WS-GJ-YYYYMM TO WS-SEL-YYYYMM.
       TRIAL-BALANCE-PROCEDURE.
           DISPLAY "Mes do balancete (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YYYYMM.
           PERFORM SHOW-TRIAL-BALANCE-PROCEDURE.


      *    tambem serve o periodo 00 (abertura) e 13 (fecho do ano):
       SHOW-TRIAL-BALANCE-PROCEDURE.
           MOVE ZERO TO WS-TB-DEBIT.
           MOVE ZERO TO WS-TB-CREDIT.
           DISPLAY " ".
       CLOSE-PERIOD-PROCEDURE.
           DISPLAY "Mes a fechar (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YYYYMM.
      *    o periodo 13 so se fecha pelo fecho do ano:
           COMPUTE WS-ROW-YEAR = WS-SEL-YYYYMM / 100.
           COMPUTE WS-ROW-MONTH = WS-SEL-YYYYMM - WS-ROW-YEAR * 100.
           IF WS-ROW-MONTH < 1 OR WS-ROW-MONTH > 12
               DISPLAY "Mes invalido."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PERIOD-CLOSED-PROCEDURE.
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "Mes ja esta fechado."
           END-PERFORM.


      *    fecho do ano: com os doze meses fechados, salda as contas
      *    de resultados contra resultados transitados no periodo
      *    AAAA13, abre o ano seguinte (periodo 00) com os saldos das
      *    contas de balanco e fecha o ano a lancamentos:
       YEAR-END-CLOSE-PROCEDURE.
           DISPLAY "Ano a fechar (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-YE-YEAR.
           COMPUTE WS-NEXT-YEAR = WS-YE-YEAR + 1.
           COMPUTE WS-SEL-YYYYMM = WS-YE-YEAR * 100 + 13.
           PERFORM CHECK-PERIOD-CLOSED-PROCEDURE.
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "Ano ja esta fechado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BAL-OVERFLOW = "Y"
               DISPLAY "ERRO: tabela de saldos cheia (200) -- fecho "
                   "do ano recusado."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CLO-COUNT >= 50
               DISPLAY "Tabela de meses fechados cheia (50)."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-N-MISSING.
           PERFORM VARYING WS-YE-MONTH FROM 1 BY 1
               UNTIL WS-YE-MONTH > 12
               COMPUTE WS-SEL-YYYYMM = WS-YE-YEAR * 100 + WS-YE-MONTH
               PERFORM CHECK-PERIOD-CLOSED-PROCEDURE
               IF WS-PERIOD-CLOSED = "N"
                   ADD 1 TO WS-N-MISSING
                   DISPLAY "Mes " WS-SEL-YYYYMM " ainda aberto."
               END-IF
           END-PERFORM.
           IF WS-N-MISSING > ZERO
               DISPLAY "Fecho do ano recusado: feche primeiro os "
                   "doze meses."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-RESULT-ACCOUNTS-PROCEDURE.
           PERFORM BUILD-YEAR-TOTALS-PROCEDURE.
           IF WS-FOUND-13 = "Y" OR WS-FOUND-OPEN = "Y"
               DISPLAY "ERRO: ja ha saldos de fecho (" WS-YE-YEAR
                   "13) ou de abertura (" WS-NEXT-YEAR "00) -- "
                   "fecho do ano recusado."
               EXIT PARAGRAPH
           END-IF.

      *    saldo de cada conta de resultados para resultados
      *    transitados; o que fica nas contas de balanco abre o ano
      *    seguinte:
           MOVE ZERO TO WS-RE-DEBIT.
           MOVE ZERO TO WS-RE-CREDIT.
           MOVE ZERO TO WS-N-NEEDED.
           PERFORM VARYING YE-IDX FROM 1 BY 1
               UNTIL YE-IDX > WS-YE-COUNT
               IF WS-YE-RESULT(YE-IDX) = "Y"
                   AND WS-YE-NET(YE-IDX) NOT = ZERO
                   ADD 1 TO WS-N-NEEDED
                   IF WS-YE-NET(YE-IDX) > ZERO
                       ADD WS-YE-NET(YE-IDX) TO WS-RE-DEBIT
                   ELSE
                       SUBTRACT WS-YE-NET(YE-IDX) FROM WS-RE-CREDIT
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-YEAR-RESULT = WS-RE-CREDIT - WS-RE-DEBIT.
           IF WS-RE-DEBIT NOT = ZERO OR WS-RE-CREDIT NOT = ZERO
               ADD 1 TO WS-N-NEEDED
           END-IF.
           MOVE WS-RE-ACCOUNT TO WS-CHK-ACCOUNT.
           PERFORM FIND-YEAR-ACCOUNT-PROCEDURE.
           IF WS-YE-COUNT > 200
               DISPLAY "ERRO: mais contas do que a tabela (200) -- "
                   "fecho do ano recusado."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-YE-NET(YE-IDX) = WS-YE-NET(YE-IDX)
               + WS-RE-DEBIT - WS-RE-CREDIT.
           PERFORM VARYING YE-IDX FROM 1 BY 1
               UNTIL YE-IDX > WS-YE-COUNT
               IF WS-YE-RESULT(YE-IDX) = "N"
                   AND WS-YE-NET(YE-IDX) NOT = ZERO
                   ADD 1 TO WS-N-NEEDED
               END-IF
           END-PERFORM.
           IF WS-BAL-COUNT + WS-N-NEEDED > 200
               DISPLAY "ERRO: o fecho precisa de " WS-N-NEEDED
                   " linhas de saldo e a tabela (200) nao chega -- "
                   "arquive periodos antigos."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-YEAR-RESULT TO M-RESULT.
           DISPLAY "Resultado liquido de " WS-YE-YEAR ": " M-RESULT
               " para a conta " WS-RE-ACCOUNT.
           DISPLAY "Confirma o fecho do ano " WS-YE-YEAR
               " (S/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Fecho do ano cancelado."
               EXIT PARAGRAPH
           END-IF.

           PERFORM WRITE-YEAR-END-ROWS-PROCEDURE.
           PERFORM SAVE-BALANCES-PROCEDURE.
           ADD 1 TO WS-CLO-COUNT.
           SET CP-IDX TO WS-CLO-COUNT.
           COMPUTE WS-CLO-YYYYMM(CP-IDX) = WS-YE-YEAR * 100 + 13.
           PERFORM SAVE-CLOSED-PERIODS-PROCEDURE.

           PERFORM CLOSING-TRIAL-BALANCE-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- BALANCETE DE ABERTURA " WS-NEXT-YEAR
               " -----".
           COMPUTE WS-SEL-YYYYMM = WS-NEXT-YEAR * 100.
           PERFORM SHOW-TRIAL-BALANCE-PROCEDURE.
           DISPLAY "Ano " WS-YE-YEAR " fechado a lancamentos.".


      *    contas de resultados: classes 6 (gastos) e 7 (rendimentos),
      *    VENDAS (a conta de vendas por omissao do diario) e as da
      *    lista; resultados transitados nunca e de resultados:
       CHECK-RESULT-ACCOUNT-PROCEDURE.
           MOVE "N" TO WS-IS-RESULT.
           IF WS-CHK-ACCOUNT = WS-RE-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHK-ACCOUNT(1:1) = "6" OR WS-CHK-ACCOUNT(1:1) = "7"
               OR WS-CHK-ACCOUNT = "VENDAS"
               MOVE "Y" TO WS-IS-RESULT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > WS-RES-COUNT
               IF WS-RES-ACCOUNT(RA-IDX) = WS-CHK-ACCOUNT
                   MOVE "Y" TO WS-IS-RESULT
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       LOAD-RESULT-ACCOUNTS-PROCEDURE.
           MOVE ZERO TO WS-RES-COUNT.
           OPEN INPUT RESULT-ACCOUNTS-FILE.
           IF WS-RESULT-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RESULT-STATUS = "10"
               READ RESULT-ACCOUNTS-FILE
                   AT END MOVE "10" TO WS-RESULT-STATUS
                   NOT AT END
                       IF WS-RES-COUNT < 50
                           AND RESULT-ACCOUNT-RECORD NOT = SPACES
                           ADD 1 TO WS-RES-COUNT
                           MOVE RESULT-ACCOUNT-RECORD
                               TO WS-RES-ACCOUNT(WS-RES-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESULT-ACCOUNTS-FILE.


      *    totais do ano por conta, abertura incluida; assinala se ja
      *    existem linhas de fecho ou de abertura do ano seguinte:
       BUILD-YEAR-TOTALS-PROCEDURE.
           MOVE ZERO TO WS-YE-COUNT.
           MOVE "N" TO WS-FOUND-13.
           MOVE "N" TO WS-FOUND-OPEN.
           PERFORM VARYING GB-IDX FROM 1 BY 1
               UNTIL GB-IDX > WS-BAL-COUNT
               COMPUTE WS-ROW-YEAR = WS-GB-YYYYMM(GB-IDX) / 100
               COMPUTE WS-ROW-MONTH =
                   WS-GB-YYYYMM(GB-IDX) - WS-ROW-YEAR * 100
               IF WS-GB-YYYYMM(GB-IDX) = WS-NEXT-YEAR * 100
                   MOVE "Y" TO WS-FOUND-OPEN
               END-IF
               IF WS-ROW-YEAR = WS-YE-YEAR
                   IF WS-ROW-MONTH = 13
                       MOVE "Y" TO WS-FOUND-13
                   ELSE
                       MOVE WS-GB-ACCOUNT(GB-IDX) TO WS-CHK-ACCOUNT
                       PERFORM FIND-YEAR-ACCOUNT-PROCEDURE
                       IF WS-YE-COUNT NOT > 200
                           ADD WS-GB-DEBIT(GB-IDX)
                               TO WS-YE-DEBIT(YE-IDX)
                           ADD WS-GB-CREDIT(GB-IDX)
                               TO WS-YE-CREDIT(YE-IDX)
                           COMPUTE WS-YE-NET(YE-IDX) =
                               WS-YE-DEBIT(YE-IDX)
                               - WS-YE-CREDIT(YE-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.


      *    posiciona YE-IDX na conta WS-CHK-ACCOUNT, acrescentando-a
      *    se ainda nao estiver na tabela (WS-YE-COUNT passa de 200
      *    quando a tabela nao chega):
       FIND-YEAR-ACCOUNT-PROCEDURE.
           PERFORM VARYING YE-IDX FROM 1 BY 1
               UNTIL YE-IDX > WS-YE-COUNT
               IF WS-YE-ACCOUNT(YE-IDX) = WS-CHK-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-YE-COUNT >= 200
               MOVE 201 TO WS-YE-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-YE-COUNT.
           SET YE-IDX TO WS-YE-COUNT.
           MOVE WS-CHK-ACCOUNT TO WS-YE-ACCOUNT(YE-IDX).
           PERFORM CHECK-RESULT-ACCOUNT-PROCEDURE.
           MOVE WS-IS-RESULT TO WS-YE-RESULT(YE-IDX).
           MOVE ZERO TO WS-YE-DEBIT(YE-IDX).
           MOVE ZERO TO WS-YE-CREDIT(YE-IDX).
           MOVE ZERO TO WS-YE-NET(YE-IDX).


      *    linhas do fecho (AAAA13) e de abertura (periodo 00 do ano
      *    seguinte) acrescentadas a tabela de saldos:
       WRITE-YEAR-END-ROWS-PROCEDURE.
           PERFORM VARYING YE-IDX FROM 1 BY 1
               UNTIL YE-IDX > WS-YE-COUNT
               IF WS-YE-RESULT(YE-IDX) = "Y"
                   AND WS-YE-NET(YE-IDX) NOT = ZERO
                   ADD 1 TO WS-BAL-COUNT
                   SET GB-IDX TO WS-BAL-COUNT
                   MOVE WS-YE-ACCOUNT(YE-IDX) TO WS-GB-ACCOUNT(GB-IDX)
                   COMPUTE WS-GB-YYYYMM(GB-IDX) = WS-YE-YEAR * 100 + 13
                   MOVE ZERO TO WS-GB-DEBIT(GB-IDX)
                   MOVE ZERO TO WS-GB-CREDIT(GB-IDX)
                   IF WS-YE-NET(YE-IDX) > ZERO
                       MOVE WS-YE-NET(YE-IDX) TO WS-GB-CREDIT(GB-IDX)
                   ELSE
                       COMPUTE WS-GB-DEBIT(GB-IDX) =
                           WS-YE-NET(YE-IDX) * -1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RE-DEBIT NOT = ZERO OR WS-RE-CREDIT NOT = ZERO
               ADD 1 TO WS-BAL-COUNT
               SET GB-IDX TO WS-BAL-COUNT
               MOVE WS-RE-ACCOUNT TO WS-GB-ACCOUNT(GB-IDX)
               COMPUTE WS-GB-YYYYMM(GB-IDX) = WS-YE-YEAR * 100 + 13
               MOVE WS-RE-DEBIT TO WS-GB-DEBIT(GB-IDX)
               MOVE WS-RE-CREDIT TO WS-GB-CREDIT(GB-IDX)
           END-IF.
           PERFORM VARYING YE-IDX FROM 1 BY 1
               UNTIL YE-IDX > WS-YE-COUNT
               IF WS-YE-RESULT(YE-IDX) = "N"
                   AND WS-YE-NET(YE-IDX) NOT = ZERO
                   ADD 1 TO WS-BAL-COUNT
                   SET GB-IDX TO WS-BAL-COUNT
                   MOVE WS-YE-ACCOUNT(YE-IDX) TO WS-GB-ACCOUNT(GB-IDX)
                   COMPUTE WS-GB-YYYYMM(GB-IDX) = WS-NEXT-YEAR * 100
                   MOVE ZERO TO WS-GB-DEBIT(GB-IDX)
                   MOVE ZERO TO WS-GB-CREDIT(GB-IDX)
                   IF WS-YE-NET(YE-IDX) > ZERO
                       MOVE WS-YE-NET(YE-IDX) TO WS-GB-DEBIT(GB-IDX)
                   ELSE
                       COMPUTE WS-GB-CREDIT(GB-IDX) =
                           WS-YE-NET(YE-IDX) * -1
                   END-IF
               END-IF
           END-PERFORM.


      *    balancete de encerramento: saldo de cada conta no fim do
      *    ano, ja com o fecho (as contas de resultados ficam a zero):
       CLOSING-TRIAL-BALANCE-PROCEDURE.
           MOVE ZERO TO WS-TB-DEBIT.
           MOVE ZERO TO WS-TB-CREDIT.
           DISPLAY " ".
           DISPLAY "----- BALANCETE DE ENCERRAMENTO " WS-YE-YEAR
               " -----".
           DISPLAY "CONTA      SALDO DEVEDOR   SALDO CREDOR".
           PERFORM VARYING YE-IDX FROM 1 BY 1
               UNTIL YE-IDX > WS-YE-COUNT
               IF WS-YE-RESULT(YE-IDX) = "Y"
                   MOVE ZERO TO M-MONEY
                   MOVE ZERO TO M-MONEY2
               ELSE
                   IF WS-YE-NET(YE-IDX) > ZERO
                       MOVE WS-YE-NET(YE-IDX) TO M-MONEY
                       MOVE ZERO TO M-MONEY2
                       ADD WS-YE-NET(YE-IDX) TO WS-TB-DEBIT
                   ELSE
                       MOVE ZERO TO M-MONEY
                       COMPUTE M-MONEY2 = WS-YE-NET(YE-IDX) * -1
                       SUBTRACT WS-YE-NET(YE-IDX) FROM WS-TB-CREDIT
                   END-IF
               END-IF
               DISPLAY WS-YE-ACCOUNT(YE-IDX) " " M-MONEY " " M-MONEY2
           END-PERFORM.
           MOVE WS-TB-DEBIT TO M-MONEY.
           MOVE WS-TB-CREDIT TO M-MONEY2.
           DISPLAY "TOTAIS:    " M-MONEY " " M-MONEY2.
           IF WS-TB-DEBIT = WS-TB-CREDIT
               DISPLAY "Debitos = creditos -- balancete fecha."
           ELSE
               DISPLAY "*** DEBITOS <> CREDITOS -- INVESTIGAR ***"
           END-IF.


       LOAD-BALANCES-PROCEDURE.
           MOVE ZERO TO WS-BAL-COUNT.
           OPEN INPUT GL-BALANCES-FILE.
