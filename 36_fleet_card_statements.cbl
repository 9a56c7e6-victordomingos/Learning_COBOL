      *          accepted month (invoice numbers, quantities, values)
      *          from the account ledger PRODUCT-PRICES posts to, with
      *          customer names and balances from the CUSTOMER-MASTER.
      *          Accounts with fleet cards get a per-card usage
      *          section (plate, litres and value in the month) for
      *          the fleet manager.
      * Author:  Victor Domingos
      * Date:    2026-08-21
      * License: MIT
           ASSIGN TO DYNAMIC WS-STATEMENT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

      *    cartoes de frota (matricula e limites de cada cartao):
           COPY "FCARDSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 AL-DATA    PIC 9(8).
           05 AL-QTY     PIC S9(4).
           05 AL-VALUE   PIC S9(8)V99.
           05 AL-CARD    PIC 9(6).

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
      *    PRODUCT-PRICES recusam novas vendas a credito (ver
      *    FLEET-DUNNING):
           05 CU-BLOCK   PIC X.
      *    contacto para os avisos por SMS/e-mail (S = SMS, E =
      *    e-mail, branco = so carta):
           05 CU-TELEFONE PIC X(15).
           05 CU-EMAIL    PIC X(40).
           05 CU-CANAL    PIC X.

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(70).

           COPY "FCARDFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-ACCT-LEDGER-PATH PIC X(60)
       01  WS-CUSTOMER-STATUS  PIC XX.
       01  WS-ENV-VALUE        PIC X(60).

           COPY "FCARDWS.cpy".

       01  WS-EOF        PIC X.
       01  WS-SEL-YEAR   PIC 9(4).
       01  WS-SEL-MONTH  PIC 99.
               10 WS-MOV-DATA    PIC 9(8).
               10 WS-MOV-QTY     PIC S9(4).
               10 WS-MOV-VALUE   PIC S9(8)V99.
               10 WS-MOV-CARD    PIC 9(6).
       01  WS-SEEN      PIC X.
       01  WS-CUR-ACCT  PIC 9(5).
       01  WS-ACCT-TOTAL PIC S9(9)V99.
       01  WS-N-STATEMENTS PIC 9(3) VALUE ZERO.
       01  MV-J USAGE INDEX.
       01  WS-CARD-QTY   PIC S9(6).
       01  WS-CARD-VALUE PIC S9(9)V99.
       01  WS-CARD-LINES PIC 9(4).
       01  WS-CARD-HEAD  PIC X.

       01  WS-CUST-COUNT PIC 99 VALUE ZERO.
       01  WS-CUST-TABLE.

       01  M-QTY   PIC -Z(3)9.
       01  M-VALUE PIC Z(7)9.99-.
       01  M-CARD-QTY PIC -Z(5)9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.

           PERFORM LOAD-CUSTOMERS-PROCEDURE.
           PERFORM LOAD-MOVEMENTS-PROCEDURE.
           PERFORM INIT-FCARD-PATHS-PROCEDURE.
           PERFORM LOAD-FLEET-CARDS-PROCEDURE.

           IF WS-MOV-COUNT = ZERO
               DISPLAY "Sem movimentos a credito no mes pedido."
               END-IF
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           MOVE "FLEET-CARD-STATEMENTS" TO WS-SPL-PROGRAM.
           MOVE "EXTRATOS DE CARTOES DE FROTA" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-STATEMENT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           DISPLAY "Extratos emitidos: " WS-N-STATEMENTS
               " em " WS-STATEMENT-PATH.
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           END-IF.

           PERFORM WRITE-CARD-USAGE-PROCEDURE.


      *    utilizacao por cartao para o gestor de frota: uma linha por
      *    cartao da conta (mesmo sem movimentos no mes) e uma para o
      *    que foi faturado sem cartao:
       WRITE-CARD-USAGE-PROCEDURE.
           MOVE "N" TO WS-CARD-HEAD.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCARD-COUNT
               IF WS-FC-ACCOUNT(FC-IDX) = WS-CUR-ACCT
                   PERFORM WRITE-CARD-HEADER-PROCEDURE
                   PERFORM SUM-CARD-MOVEMENTS-PROCEDURE
                   MOVE WS-CARD-QTY TO M-CARD-QTY
                   MOVE WS-CARD-VALUE TO M-VALUE
                   MOVE SPACES TO STATEMENT-LINE
                   IF WS-FC-ESTADO(FC-IDX) = "A"
                       STRING WS-FC-CARTAO(FC-IDX) " "
                           WS-FC-MATRICULA(FC-IDX) " litros "
                           M-CARD-QTY "  valor " M-VALUE
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   ELSE
                       STRING WS-FC-CARTAO(FC-IDX) " "
                           WS-FC-MATRICULA(FC-IDX) " litros "
                           M-CARD-QTY "  valor " M-VALUE
                           " (cancelado)"
                           DELIMITED BY SIZE INTO STATEMENT-LINE
                   END-IF
                   WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF WS-CARD-HEAD = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-FC-CHK-CARTAO.
           PERFORM SUM-CARD-MOVEMENTS-PROCEDURE.
           IF WS-CARD-LINES > ZERO
               MOVE WS-CARD-QTY TO M-CARD-QTY
               MOVE WS-CARD-VALUE TO M-VALUE
               MOVE SPACES TO STATEMENT-LINE
               STRING "SEM CARTAO        litros "
                   M-CARD-QTY "  valor " M-VALUE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
           END-IF.


       WRITE-CARD-HEADER-PROCEDURE.
           MOVE WS-FC-CARTAO(FC-IDX) TO WS-FC-CHK-CARTAO.
           IF WS-CARD-HEAD = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-CARD-HEAD.
           MOVE ALL "-" TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.
           MOVE "UTILIZACAO POR CARTAO (cartao, matricula)"
               TO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.


      *    soma os movimentos do mes da conta com o cartao
      *    WS-FC-CHK-CARTAO (zero = faturados sem cartao):
       SUM-CARD-MOVEMENTS-PROCEDURE.
           MOVE ZERO TO WS-CARD-QTY WS-CARD-VALUE WS-CARD-LINES.
           SET MV-J TO 1.
           PERFORM UNTIL MV-J > WS-MOV-COUNT
               IF WS-MOV-ACCOUNT(MV-J) = WS-CUR-ACCT
                   AND WS-MOV-CARD(MV-J) = WS-FC-CHK-CARTAO
                   ADD WS-MOV-QTY(MV-J) TO WS-CARD-QTY
                   ADD WS-MOV-VALUE(MV-J) TO WS-CARD-VALUE
                   ADD 1 TO WS-CARD-LINES
               END-IF
               SET MV-J UP BY 1
           END-PERFORM.


       LOOKUP-CUSTOMER-PROCEDURE.
           MOVE "N" TO WS-CUST-FOUND.
                                   TO WS-MOV-QTY(WS-MOV-COUNT)
                               MOVE AL-VALUE
                                   TO WS-MOV-VALUE(WS-MOV-COUNT)
                               IF AL-CARD NUMERIC
                                   MOVE AL-CARD
                                       TO WS-MOV-CARD(WS-MOV-COUNT)
                               ELSE
                                   MOVE ZERO
                                       TO WS-MOV-CARD(WS-MOV-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-ENV-VALUE TO WS-STATEMENT-PATH
           END-IF.


           COPY "FCARDP.cpy".

           COPY "SPOOLP.cpy".

       END PROGRAM FLEET-CARD-STATEMENTS.
