      *    texto da expressao nas entradas do avaliador ("E"):
           05 FILLER     PIC X(2).
           05 L-EXPR     PIC X(50).
      *    nas conversoes de cambio e IVA (X/Y e V/W): taxa com 4
      *    casas decimais e fonte de onde foi lida:
           05 L-CONV REDEFINES L-EXPR.
               10 L-TAXA  PIC X(9).
               10 FILLER  PIC X.
               10 L-FONTE PIC X(40).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-N2        PIC S9(22)V99.
       01  WS-NT        PIC S9(22)V99.
       01  WS-EXPECTED  PIC S9(22)V99.
       01  WS-TAXA      PIC 9(4)V9999.
      * plano de amortizacao (operador A), com as mesmas imagens do
      * CALCULATOR para o arredondamento coincidir:
       01  WS-AM-I      PIC 9V9(12).
       01  WS-AM-FATOR  PIC 9(6)V9(12).
       01  WS-AM-N      PIC 9(4).
       01  WS-AM-K      PIC 9(4).
       01  WS-AM-SALDO  PIC 9(7)V99.
       01  WS-AM-JURO   PIC 9(6)V99.
       01  WS-AM-PRESTACAO PIC 9(5)V99.
       01  WS-DIFF      PIC S9(22)V99.
      * tolerancia de 1 centimo para absorver o arredondamento da
      * mascara -Z(18)9.99 com que o ledger foi gravado:
      *        verificada pelo proprio texto registado:
               WHEN "E"
                   MOVE WS-NT TO WS-EXPECTED
      *        cambio (X = EUR->moeda, Y = moeda->EUR) e IVA (V =
      *        acrescentar, W = retirar), refeitos com a taxa exata
      *        registada na linha:
               WHEN "X"
               WHEN "Y"
               WHEN "V"
               WHEN "W"
                   PERFORM REPLAY-CONVERSION-PROCEDURE
      *        plano de amortizacao: prestacao refeita a partir do
      *        capital, taxa e periodos, ou (prestacao alvo) o numero
      *        de periodos refeito a partir da prestacao:
               WHEN "A"
                   PERFORM REPLAY-AMORTIZATION-PROCEDURE
               WHEN OTHER
                   MOVE WS-NT TO WS-EXPECTED
                   MOVE "N" TO WS-LINE-OK
           PERFORM TALLY-OPERATOR-PROCEDURE.


       REPLAY-CONVERSION-PROCEDURE.
           COMPUTE WS-TAXA = FUNCTION NUMVAL(L-TAXA).
           IF WS-TAXA = ZERO AND L-OPERADOR NOT = "V"
               AND L-OPERADOR NOT = "W"
               MOVE WS-NT TO WS-EXPECTED
               MOVE "N" TO WS-LINE-OK
               DISPLAY "Linha " WS-LINE-NO
                   ": cambio sem taxa registada (" L-FONTE ")"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE L-OPERADOR
               WHEN "X"
                   COMPUTE WS-EXPECTED ROUNDED = WS-N1 * WS-TAXA
               WHEN "Y"
                   COMPUTE WS-EXPECTED ROUNDED = WS-N1 / WS-TAXA
               WHEN "V"
                   COMPUTE WS-EXPECTED ROUNDED =
                       WS-N1 + WS-N1 * WS-TAXA / 100
               WHEN "W"
                   COMPUTE WS-EXPECTED ROUNDED =
                       WS-N1 / (1 + WS-TAXA / 100)
           END-EVALUATE.


       REPLAY-AMORTIZATION-PROCEDURE.
           COMPUTE WS-TAXA = FUNCTION NUMVAL(L-TAXA).
           COMPUTE WS-AM-I = WS-TAXA / 1200.
           MOVE WS-N2 TO WS-AM-N.
           IF L-FONTE(1:8) = "PERIODOS"
               IF WS-AM-N = ZERO
                   MOVE WS-NT TO WS-EXPECTED
                   MOVE "N" TO WS-LINE-OK
                   DISPLAY "Linha " WS-LINE-NO
                       ": plano sem periodos registados"
               ELSE
                   IF WS-AM-I = ZERO
                       COMPUTE WS-EXPECTED ROUNDED = WS-N1 / WS-AM-N
                   ELSE
                       COMPUTE WS-AM-FATOR = (1 + WS-AM-I) ** WS-AM-N
                       COMPUTE WS-AM-FATOR =
                           WS-AM-FATOR / (WS-AM-FATOR - 1)
                       COMPUTE WS-EXPECTED ROUNDED =
                           WS-N1 * WS-AM-I * WS-AM-FATOR
                   END-IF
               END-IF
           ELSE
               MOVE WS-NT TO WS-AM-PRESTACAO
               MOVE WS-N1 TO WS-AM-SALDO
               MOVE ZERO TO WS-AM-K
               PERFORM UNTIL WS-AM-SALDO = ZERO OR WS-AM-K >= 999
                   ADD 1 TO WS-AM-K
                   COMPUTE WS-AM-JURO ROUNDED = WS-AM-SALDO * WS-AM-I
                   IF WS-AM-PRESTACAO >= WS-AM-SALDO + WS-AM-JURO
                       MOVE ZERO TO WS-AM-SALDO
                   ELSE
                       COMPUTE WS-AM-SALDO = WS-AM-SALDO + WS-AM-JURO
                           - WS-AM-PRESTACAO
                   END-IF
               END-PERFORM
               MOVE WS-NT TO WS-EXPECTED
               IF WS-AM-K NOT = WS-AM-N OR WS-AM-SALDO > ZERO
                   MOVE "N" TO WS-LINE-OK
                   DISPLAY "Linha " WS-LINE-NO
                       ": prestacao alvo nao da " WS-AM-N
                       " periodos (refeito: " WS-AM-K ")"
               END-IF
           END-IF.


       TALLY-OPERATOR-PROCEDURE.
           MOVE "N" TO WS-OP-FOUND.
           PERFORM VARYING OP-IDX FROM 1 BY 1
