      *          overnight movement in METER-READINGS-FILE, malformed
      *          or unmatched lines go to the shared EXCEPTIONS-FILE,
      *          and the good ones are appended to GAS-SALES-FILE so
      *          the normal PRODUCT-PRICES run prices them. A
      *          line paid with a fleet card is charged to the card's
      *          account only if the card allows it (vehicle fuels,
      *          litres per day, value per month); refused card
      *          lines are logged for the customer's fleet manager.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
      *    controlador importado duas vezes fatura a noite em dobro:
           COPY "FNGRSEL.cpy".

      *    cartoes de frota lidos na bomba:
           COPY "FCARDSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 PC-PUMP    PIC X(10).
           05 PC-PRODUTO PIC X(20).
           05 PC-LITROS  PIC 999.
      *    cartao de frota passado na bomba (em branco/zero =
      *    pagamento no terminal, sem conta):
           05 PC-CARTAO  PIC X(6).

      * mesma imagem do GAS-SALE do PRODUCT-PRICES:
       FD GAS-SALES-FILE.
           05 FSHIFT     PIC 99.
           05 FACCOUNT   PIC 9(5).
           05 FMEMBER    PIC 9(5).
           05 FSTAFF     PIC 9(5).
           05 FCARD      PIC 9(6).
           05 FPLATE     PIC X(8).

       FD METER-READINGS-FILE.
       01 METER-RECORD.
       COPY "PRODMFD.cpy".
       COPY "EXCEPTFD.cpy".
       COPY "FNGRFD.cpy".
       COPY "FCARDFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "PRODMWS.cpy".
       COPY "EXCEPTWS.cpy".
       COPY "FNGRWS.cpy".
       COPY "FCARDWS.cpy".
       01  WS-PC-CARTAO  PIC 9(6).
       01  WS-PC-VALOR   PIC S9(8)V99.

      *=================================================================
       PROCEDURE DIVISION.
           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           MOVE WS-BUSINESS-DATE TO WS-PROD-LOOKUP-DATE.
           PERFORM INIT-FCARD-PATHS-PROCEDURE.
           PERFORM LOAD-FLEET-CARDS-PROCEDURE.

           OPEN INPUT PUMP-CONTROLLER-FILE.
           IF WS-PUMP-CTRL-STATUS NOT = "00"
                   NOT AT END
                       MOVE SPACES TO WS-FNGR-REC-IMAGE
                       MOVE PUMP-CONTROLLER-RECORD
                           TO WS-FNGR-REC-IMAGE(1:51)
                       PERFORM ADD-FINGERPRINT-RECORD-PROCEDURE
               END-READ
           END-PERFORM.
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO FACCOUNT.
           MOVE ZERO TO WS-PC-CARTAO.
           IF PC-CARTAO NOT = SPACES
               IF PC-CARTAO NUMERIC
                   MOVE PC-CARTAO TO WS-PC-CARTAO
               ELSE
                   ADD 1 TO WS-N-REJECTED
                   MOVE "PUMP-IMPORT" TO EX-PROGRAM
                   MOVE "Cartao de frota ilegivel" TO EX-REASON
                   MOVE SPACES TO EX-DETAIL
                   STRING PC-PUMP " " PC-CARTAO
                       DELIMITED BY SIZE INTO EX-DETAIL
                   PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-PC-CARTAO > ZERO
               PERFORM CHECK-PUMP-CARD-PROCEDURE
               IF WS-FC-OK = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE PC-PRODUTO TO FNAME.
           MOVE PC-LITROS TO FQTY.
           MOVE WS-PROD-PRECO(PM-IDX) TO FPRICE.
           MOVE WS-PROD-TAXA(PM-IDX) TO FTAX.
           MOVE "S" TO FTTYPE.
           MOVE WS-SELF-SHIFT TO FSHIFT.
      *    o self-service noturno nao le cartoes de fidelizacao:
           MOVE ZERO TO FMEMBER.
           MOVE ZERO TO FSTAFF.
           MOVE WS-PC-CARTAO TO FCARD.
           MOVE SPACES TO FPLATE.
           WRITE GAS-SALE.
           ADD 1 TO WS-N-GOOD.
           PERFORM TALLY-PUMP-LITRES-PROCEDURE.


      *    a conta vem do cartao; a linha so e importada se o
      *    cartao a permitir (a recusa vai para as excecoes e para o
      *    registo do gestor de frota) e conta logo para os limites
      *    das linhas seguintes do mesmo dump:
       CHECK-PUMP-CARD-PROCEDURE.
           MOVE "N" TO WS-FC-FOUND.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCARD-COUNT
               IF WS-FC-CARTAO(FC-IDX) = WS-PC-CARTAO
                   MOVE "Y" TO WS-FC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FC-FOUND = "Y"
               MOVE WS-FC-ACCOUNT(FC-IDX) TO FACCOUNT
           END-IF.
           COMPUTE WS-PC-VALOR ROUNDED = (PC-LITROS
               * WS-PROD-PRECO(PM-IDX)
               + PC-LITROS * WS-PROD-ISP(PM-IDX))
               * (1 + WS-PROD-TAXA(PM-IDX) / 100).
           MOVE FACCOUNT TO WS-FC-CHK-ACCOUNT.
           MOVE WS-PC-CARTAO TO WS-FC-CHK-CARTAO.
           MOVE PC-PRODUTO TO WS-FC-CHK-PRODUTO.
           MOVE PC-LITROS TO WS-FC-CHK-LITROS.
           MOVE WS-PC-VALOR TO WS-FC-CHK-VALOR.
           MOVE WS-BUSINESS-DATE TO WS-FC-CHK-DATA.
           PERFORM CHECK-FLEET-CARD-PROCEDURE.
           IF WS-FC-OK = "N"
               ADD 1 TO WS-N-REJECTED
               MOVE "PUMP-IMPORT" TO EX-PROGRAM
               MOVE "Cartao de frota recusado" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING WS-PC-CARTAO " " WS-FC-MOTIVO
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               MOVE "PUMP-IMPORT" TO WS-FC-CHK-ORIGEM
               PERFORM LOG-FLEET-DECLINED-PROCEDURE
           ELSE
               PERFORM ADD-FLEET-CARD-USAGE-PROCEDURE
           END-IF.


       TALLY-PUMP-LITRES-PROCEDURE.
           MOVE "N" TO WS-PMP-FOUND.
           PERFORM VARYING PP-IDX FROM 1 BY 1

       COPY "FNGRP.cpy".

       COPY "FCARDP.cpy".

       END PROGRAM PUMP-IMPORT.
