                   / FUNCTION ABS(WS-BU-AMOUNT(BU-IDX))
           END-IF.

      *    colunas YTD (janeiro ate ao mes do relatorio; o saldo de
      *    abertura do periodo 00 nao e movimento do ano):
           MOVE ZERO TO WS-YTD-BUDGET.
           MOVE ZERO TO WS-YTD-ACTUAL.
           PERFORM VARYING GB-IDX FROM 1 BY 1
               IF WS-GB-ACCOUNT(GB-IDX) = WS-BU-ACCOUNT(BU-IDX)
                   AND WS-ROW-YEAR = WS-SEL-YEAR
                   AND WS-GB-YYYYMM(GB-IDX) <= WS-SEL-YYYYMM
                   AND WS-GB-YYYYMM(GB-IDX) NOT = WS-SEL-YEAR * 100
                   ADD WS-GB-NET(GB-IDX) TO WS-YTD-ACTUAL
               END-IF
           END-PERFORM.
