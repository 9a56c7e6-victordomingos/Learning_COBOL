               10 WS-FLEET-PRECO-KM     PIC 9999V99.
               10 WS-FLEET-KM-DIA-LIVRE PIC 999.
               10 WS-FLEET-FROTA        PIC 999.
               10 WS-FLEET-IDADE-MIN    PIC 99.
               10 WS-FLEET-ANOS-CARTA   PIC 99.
               10 WS-FLEET-IDADE-JOVEM  PIC 99.
               10 WS-FLEET-CATEGORIA    PIC X(3).
       01  WS-FLEET-FOUND  PIC X.
       01  WS-DIRTY        PIC X VALUE "N".

           05 WS-FI-PRECO-KM      PIC 9999V99.
           05 WS-FI-KM-DIA-LIVRE  PIC 999.
           05 WS-FI-FROTA         PIC 999.
           05 WS-FI-IDADE-MIN     PIC 99.
           05 WS-FI-ANOS-CARTA    PIC 99.
           05 WS-FI-IDADE-JOVEM   PIC 99.
           05 WS-FI-CATEGORIA     PIC X(3).
       01  WS-OLD-RATE            PIC X(40).

      *----------------------------------------------------------------*
       PROCEDURE                                       DIVISION.
                   DISPLAY " / km: " M-PRECO WITH NO ADVANCING
                   DISPLAY " / km livres por dia: "
                       WS-FLEET-KM-DIA-LIVRE(FR-IDX)
                   DISPLAY "         condutor: idade min. "
                       WS-FLEET-IDADE-MIN(FR-IDX)
                       " / anos de carta " WS-FLEET-ANOS-CARTA(FR-IDX)
                       " / jovem abaixo de "
                       WS-FLEET-IDADE-JOVEM(FR-IDX)
                       " / categoria " WS-FLEET-CATEGORIA(FR-IDX)
               END-PERFORM
           END-IF.

           DISPLAY "Viaturas na frota deste tipo (999): "
               WITH NO ADVANCING.
           ACCEPT WS-FLEET-FROTA(FR-IDX).
      *    regras do condutor que as reservas e o check-out aplicam:
           DISPLAY "Idade minima do condutor (99, 0 = sem): "
               WITH NO ADVANCING.
           ACCEPT WS-FLEET-IDADE-MIN(FR-IDX).
           DISPLAY "Anos minimos de carta (99, 0 = sem): "
               WITH NO ADVANCING.
           ACCEPT WS-FLEET-ANOS-CARTA(FR-IDX).
           DISPLAY "Sobretaxa de condutor jovem abaixo dos (99 anos, "
               "0 = sem): " WITH NO ADVANCING.
           ACCEPT WS-FLEET-IDADE-JOVEM(FR-IDX).
           DISPLAY "Categoria de carta exigida (ate 3, ENTER = "
               "qualquer): " WITH NO ADVANCING.
           ACCEPT WS-FLEET-CATEGORIA(FR-IDX).


       BUILD-RATE-IMAGE-PROCEDURE.
           MOVE WS-FLEET-KM-DIA-LIVRE(FR-IDX)
               TO WS-FI-KM-DIA-LIVRE.
           MOVE WS-FLEET-FROTA(FR-IDX) TO WS-FI-FROTA.
           MOVE WS-FLEET-IDADE-MIN(FR-IDX) TO WS-FI-IDADE-MIN.
           MOVE WS-FLEET-ANOS-CARTA(FR-IDX) TO WS-FI-ANOS-CARTA.
           MOVE WS-FLEET-IDADE-JOVEM(FR-IDX) TO WS-FI-IDADE-JOVEM.
           MOVE WS-FLEET-CATEGORIA(FR-IDX) TO WS-FI-CATEGORIA.


       QUEUE-RATE-PROCEDURE.
           MOVE "FLEET" TO WS-PA-ADD-TIPO.
           MOVE WS-FI-TIPO TO WS-PA-ADD-KEY.
           MOVE SPACES TO WS-PA-ADD-IMAGE.
           MOVE WS-FLEET-IMAGE TO WS-PA-ADD-IMAGE(1:40).
           MOVE WS-OPERATOR-ID TO WS-PA-ADD-OPER.
           PERFORM QUEUE-PENDING-PROCEDURE.

               UNTIL PA-IDX > WS-PAPR-COUNT
               IF WS-PA-TIPO(PA-IDX) = "FLEET"
                   AND WS-PA-STATUS(PA-IDX) = "A"
                   MOVE WS-PA-IMAGE(PA-IDX)(1:40)
                       TO WS-FLEET-IMAGE
                   MOVE WS-FI-TIPO TO WS-SEL-TIPO
                   IF WS-PA-ACTION(PA-IDX) = "R"
                       MOVE WS-FI-KM-DIA-LIVRE
                           TO WS-FLEET-KM-DIA-LIVRE(FR-IDX)
                       MOVE WS-FI-FROTA TO WS-FLEET-FROTA(FR-IDX)
                       PERFORM APPLY-APPROVED-RULES-PROCEDURE
                       MOVE "X" TO WS-PA-STATUS(PA-IDX)
                       MOVE "Y" TO WS-DIRTY
                       MOVE "Y" TO WS-PAPR-DIRTY
           END-PERFORM.


      *    uma tarifa aprovada antes das regras do condutor existirem
      *    traz espacos nessas posicoes (= sem regra):
       APPLY-APPROVED-RULES-PROCEDURE.
           MOVE ZERO TO WS-FLEET-IDADE-MIN(FR-IDX).
           MOVE ZERO TO WS-FLEET-ANOS-CARTA(FR-IDX).
           MOVE ZERO TO WS-FLEET-IDADE-JOVEM(FR-IDX).
           IF WS-FI-IDADE-MIN NUMERIC
               MOVE WS-FI-IDADE-MIN TO WS-FLEET-IDADE-MIN(FR-IDX)
           END-IF.
           IF WS-FI-ANOS-CARTA NUMERIC
               MOVE WS-FI-ANOS-CARTA TO WS-FLEET-ANOS-CARTA(FR-IDX)
           END-IF.
           IF WS-FI-IDADE-JOVEM NUMERIC
               MOVE WS-FI-IDADE-JOVEM TO WS-FLEET-IDADE-JOVEM(FR-IDX)
           END-IF.
           MOVE WS-FI-CATEGORIA TO WS-FLEET-CATEGORIA(FR-IDX).


      *    retirada aprovada: apaga a linha do tipo; se ja nao
      *    existir, a entrada fecha na mesma:
       REMOVE-APPROVED-RATE-PROCEDURE.
                               MOVE ZERO
                                   TO WS-FLEET-FROTA(WS-FLEET-COUNT)
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


       WRITE-FLEET-RATES-PROCEDURE.
           OPEN OUTPUT FLEET-RATES-FILE.
           PERFORM VARYING FR-IDX FROM 1 BY 1
               MOVE WS-FLEET-PRECO-KM(FR-IDX) TO FR-PRECO-KM
               MOVE WS-FLEET-KM-DIA-LIVRE(FR-IDX) TO FR-KM-DIA-LIVRE
               MOVE WS-FLEET-FROTA(FR-IDX) TO FR-FROTA
               MOVE WS-FLEET-IDADE-MIN(FR-IDX) TO FR-IDADE-MIN
               MOVE WS-FLEET-ANOS-CARTA(FR-IDX) TO FR-ANOS-CARTA
               MOVE WS-FLEET-IDADE-JOVEM(FR-IDX) TO FR-IDADE-JOVEM
               MOVE WS-FLEET-CATEGORIA(FR-IDX) TO FR-CATEGORIA
               WRITE FLEET-RATE-RECORD
           END-PERFORM.
           CLOSE FLEET-RATES-FILE.
