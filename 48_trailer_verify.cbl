      * cada ficheiro de saida e lido como texto e reinterpretado com
      * REDEFINES sobre a imagem da linha, consoante o produtor:
       FD  VERIFY-IN-FILE.
       01  VERIFY-LINE PIC X(140).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-N-FAILED   PIC 99 VALUE ZERO.

      * linha corrente e vistas por produtor:
       01  WS-LINE PIC X(140).
       01  WS-GAS-VIEW REDEFINES WS-LINE.
           05 GV-NAME    PIC X(20).
           05 GV-QTY     PIC 9(3).
           05 GV-INV-NO  PIC X(6).
           05 GV-SHIFT   PIC XX.
           05 GV-ACCOUNT PIC 9(5).
           05 GV-EXCISE  PIC 9(5)V99.
           05 GV-DISCOUNT PIC 9(6)V99.
           05 GV-STAFF   PIC 9(5).
           05 FILLER     PIC X(74).
       01  WS-BOOK-VIEW REDEFINES WS-LINE.
           05 BV-ISBN    PIC X(13).
           05 FILLER     PIC X(5).
           05 BV-TTYPE   PIC X.
           05 FILLER     PIC X(5).
           05 BV-OBS     PIC X(15).
           05 FILLER     PIC X(5).
           05 BV-PAYMENT PIC X.
           05 FILLER     PIC X(5).
           05 BV-VOUCHER PIC 9(8).
           05 FILLER     PIC X(35).
       01  WS-REMUN-VIEW REDEFINES WS-LINE.
           05 FILLER     PIC X(70).
           05 RV-NET     PIC X(7).
           05 FILLER     PIC X(63).
       01  WS-CAR-VIEW REDEFINES WS-LINE.
           05 CV-NOME    PIC X(20).
           05 FILLER     PIC X(78).
           05 CV-MONTANTE PIC X(9).
           05 FILLER     PIC X(3).
           05 CV-TTYPE   PIC X.
           05 FILLER     PIC X(29).

      * trailer: tag de 9, contagem de 6 e total no resto da linha:
       01  WS-TRAILER-VIEW REDEFINES WS-LINE.
           05 TV-COUNT   PIC X(6).
           05 TV-SEP     PIC X(3).
           05 TV-TOTAL   PIC X(14).
           05 FILLER     PIC X(108).

       01  WS-CALC-COUNT  PIC 9(6).
       01  WS-CALC-TOTAL  PIC S9(10)V99.
       01  WS-LINE-AMOUNT PIC S9(10)V99.
       01  WS-LINE-EXCISE PIC 9(5)V99.
       01  WS-LINE-DISCOUNT PIC 9(6)V99.
       01  WS-TR-COUNT    PIC 9(6).
       01  WS-TR-TOTAL    PIC S9(10)V99.
       01  WS-HAVE-TRAILER PIC X.
      * linha nao em branco e que a retida conta como detalhe; a
      * retida no fim do ficheiro e o trailer (por construcao, e
      * sempre a ultima linha nao em branco):
       01  WS-HELD-LINE PIC X(140).
       01  WS-HAVE-HELD PIC X.

      *=================================================================
               WHEN "G"
      *            refaz a linha da fatura (sem fracoes intermedias,
      *            que truncam nesta build); vendas a credito de
      *            frota e compras de pessoal nao entram no total de
      *            caixa do trailer; o ISP da linha soma a base antes
      *            do IVA e o desconto da linha (pontos ou pessoal)
      *            sai do valor com IVA -- faturas anteriores a essas
      *            colunas trazem espacos:
                   IF GV-EXCISE NUMERIC
                       MOVE GV-EXCISE TO WS-LINE-EXCISE
                   ELSE
                       MOVE ZERO TO WS-LINE-EXCISE
                   END-IF
                   IF GV-DISCOUNT NUMERIC
                       MOVE GV-DISCOUNT TO WS-LINE-DISCOUNT
                   ELSE
                       MOVE ZERO TO WS-LINE-DISCOUNT
                   END-IF
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       (GV-QTY * GV-PRICE + WS-LINE-EXCISE)
                       + ((GV-QTY * GV-PRICE + WS-LINE-EXCISE)
                           * GV-TAX / 100)
                       - WS-LINE-DISCOUNT
                   IF GV-TTYPE = "R" OR GV-TTYPE = "r"
                       OR GV-TTYPE = "V" OR GV-TTYPE = "v"
                       COMPUTE WS-LINE-AMOUNT = WS-LINE-AMOUNT * -1
                   END-IF
                   IF GV-ACCOUNT = ZERO
                       AND (GV-STAFF NOT NUMERIC OR GV-STAFF = ZERO)
                       ADD WS-LINE-AMOUNT TO WS-CALC-TOTAL
                   END-IF
               WHEN "B"
      *            so as linhas pagas no caixa (forma D) entram no
      *            total de controlo, menos a parte paga com vale;
      *            pessoal, conta-corrente, recusadas e desconto alto
      *            ficam de fora. Relatorios anteriores a coluna da
      *            forma de pagamento: so o desconto alto fica fora:
                   EVALUATE TRUE
                       WHEN BV-PAYMENT = "D"
                           MOVE BV-VALUE TO WS-LINE-AMOUNT
                           IF BV-VOUCHER NUMERIC
                               SUBTRACT BV-VOUCHER FROM WS-LINE-AMOUNT
                           END-IF
                           PERFORM ADD-BOOK-LINE-PROCEDURE
                       WHEN BV-PAYMENT = "P" OR BV-PAYMENT = "C"
                           OR BV-PAYMENT = "R" OR BV-PAYMENT = "A"
                           CONTINUE
                       WHEN BV-OBS NOT = "DESCONTO ALTO"
                           MOVE BV-VALUE TO WS-LINE-AMOUNT
                           PERFORM ADD-BOOK-LINE-PROCEDURE
                   END-EVALUATE
               WHEN "R"
      *            a primeira linha e o cabecalho de colunas:
                   IF WS-LINE(1:4) = "NOME"
           END-EVALUATE.


      *    um estorno abate a linha ao total:
       ADD-BOOK-LINE-PROCEDURE.
           IF BV-TTYPE = "V" OR BV-TTYPE = "v"
               COMPUTE WS-LINE-AMOUNT = WS-LINE-AMOUNT * -1
           END-IF.
           ADD WS-LINE-AMOUNT TO WS-CALC-TOTAL.


       COMPARE-TRAILER-PROCEDURE.
           IF WS-HAVE-TRAILER = "N"
               ADD 1 TO WS-N-FAILED
