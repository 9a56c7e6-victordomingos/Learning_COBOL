      *          with the classic statement: bank balance, plus
      *          outstanding deposits, minus outstanding payments,
      *          back to our GL cash balance from the posted
      *          balances file (from the latest year-end opening
      *          balance on, when there is one).
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           05 AL-DATA    PIC 9(8).
           05 AL-QTY     PIC S9(4).
           05 AL-VALUE   PIC S9(8)V99.
           05 AL-CARD    PIC 9(6).

       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-RECORD.
       01  WS-OUT-PAYMENTS PIC 9(10)V99 VALUE ZERO.
       01  WS-EXPECTED-GL  PIC S9(11)V99.
       01  WS-GL-CASH      PIC S9(11)V99 VALUE ZERO.
       01  WS-OPEN-YYYYMM  PIC 9(6) VALUE ZERO.
       01  WS-ROW-MONTH    PIC 99.
       01  WS-RECON-DIFF   PIC S9(11)V99.
       01  M-MONEY         PIC -(9)9.99.



      *    saldo de caixa do GL: debitos menos creditos da conta de
      *    caixa em todos os periodos postados; depois de um fecho do
      *    ano, a partir do saldo de abertura (periodo 00) mais
      *    recente, que ja traz os anos anteriores:
       LOAD-GL-CASH-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT GL-BALANCES-FILE.
               READ GL-BALANCES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE GB-YYYYMM(5:2) TO WS-ROW-MONTH
                       IF GB-ACCOUNT = WS-CASH-ACCOUNT
                           AND WS-ROW-MONTH = ZERO
                           AND GB-YYYYMM > WS-OPEN-YYYYMM
                           MOVE GB-YYYYMM TO WS-OPEN-YYYYMM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-BALANCES-FILE.

           MOVE "N" TO WS-EOF.
           OPEN INPUT GL-BALANCES-FILE.
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-BALANCES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GB-ACCOUNT = WS-CASH-ACCOUNT
                           AND GB-YYYYMM NOT < WS-OPEN-YYYYMM
                           COMPUTE WS-GL-CASH = WS-GL-CASH
                               + GB-DEBIT - GB-CREDIT
                       END-IF
