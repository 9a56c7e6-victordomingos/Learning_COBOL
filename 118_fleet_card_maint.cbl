       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-CARD-MAINT.
      *=================================================================
      * Purpose: Maintain the fleet cards issued under each
      *          CUSTOMER-MASTER credit account: one card per vehicle
      *          (plate), up to three authorised fuels, a litres-per-
      *          day and a value-per-month limit, cancel/reactivate.
      *          GAS-TILL and PUMP-IMPORT refuse transactions the card
      *          does not allow and PRODUCT-PRICES flags the ones that
      *          get through; option 6 prints the month's declined
      *          and flagged transactions per customer, for each
      *          fleet manager.
      * Author:  Victor Domingos
      * Date:    2026-10-15
      * License: MIT
      *=================================================================
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FCARDSEL.cpy".

      *    so para validar a conta de cada cartao:
           SELECT CUSTOMER-MASTER-FILE
           ASSIGN TO DYNAMIC WS-CUSTOMER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUSTOMER-STATUS.

      *    so para validar os combustiveis autorizados:
           COPY "PRODMSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *    protocolo de lock dos masters partilhados (o PRODUCT-PRICES
      *    regrava o uso dos cartoes no fim da faturacao):
           COPY "MLOCSEL.cpy".

           SELECT DECLINED-REPORT-FILE
           ASSIGN TO DYNAMIC WS-DECL-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "FCARDFD.cpy".

       FD  CUSTOMER-MASTER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05 CU-ACCOUNT PIC 9(5).
           05 CU-NOME    PIC X(20).
           05 CU-LIMIT   PIC 9(7)V99.
           05 CU-BALANCE PIC S9(7)V99.
           05 CU-BLOCK   PIC X.
      *    contacto para os avisos por SMS/e-mail (S = SMS, E =
      *    e-mail, branco = so carta):
           05 CU-TELEFONE PIC X(15).
           05 CU-EMAIL    PIC X(40).
           05 CU-CANAL    PIC X.

           COPY "PRODMFD.cpy".

           COPY "OPERFD.cpy".

           COPY "MLOCFD.cpy".

       FD  DECLINED-REPORT-FILE.
       01  DECLINED-REPORT-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "FCARDWS.cpy".

           COPY "PRODMWS.cpy".

           COPY "OPERWS.cpy".

           COPY "MLOCWS.cpy".

       01  WS-CUSTOMER-PATH    PIC X(60)
           VALUE "..\customer-master.txt".
       01  WS-CUSTOMER-STATUS  PIC XX.
       01  WS-DECL-REPORT-PATH PIC X(60)
           VALUE "..\fleet-declined-report.txt".
       01  WS-ENV-VALUE        PIC X(60).

       01  WS-CUST-COUNT PIC 99 VALUE ZERO.
       01  WS-CUST-TABLE.
           05 WS-CUST-ENTRY OCCURS 20 TIMES INDEXED BY CU-IDX.
               10 WS-CUST-ACCOUNT PIC 9(5).
               10 WS-CUST-NOME    PIC X(20).
       01  WS-CUST-FOUND PIC X.

      * recusas do mes carregadas em tabela para agrupar por cliente:
       01  WS-DX-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DX-TABLE.
           05 WS-DX-ENTRY OCCURS 500 TIMES INDEXED BY DX-IDX.
               10 WS-DX-RECORD PIC X(94).
       01  DX-J USAGE INDEX.
       01  WS-SEEN      PIC X.
       01  WS-CUR-ACCT  PIC 9(5).
       01  WS-N-ACCTS   PIC 9(3).
       01  WS-DX-YYYYMM PIC 9(6).

       01  WS-OPTION    PIC X.
       01  WS-SEL-ROW   PIC 9(3).
       01  WS-ROW-SHOWN PIC ZZ9.
       01  WS-DIRTY     PIC X VALUE "N".
       01  WS-TODAY     PIC 9(8).
       01  WS-SEL-YYYYMM PIC 9(6).
       01  WS-ACCOUNT-IN PIC 9(5).
       01  WS-NEXT-CARD PIC 9(6).
       01  WS-PROD-IN   PIC X(20).
       01  WS-LIMMES-IN PIC 9(7)V99.
       01  M-LIMDIA     PIC Z(3)9.
       01  M-LIMMES     PIC Z(6)9.99.
       01  M-USO-LITROS PIC Z(4)9.
       01  M-USO-VALOR  PIC Z(6)9.99.
       01  M-LITROS     PIC ZZ9.
       01  M-VALOR      PIC Z(5)9.99.

           COPY "SPOOLWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    lock ANTES de carregar: o uso somado pelo PRODUCT-PRICES
      *    nao pode ser esmagado por esta sessao (nem o contrario):
           MOVE "fleet-cards" TO WS-LOCK-NAME.
           MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
           MOVE "Y" TO WS-LOCK-INTERACTIVE.
           PERFORM ACQUIRE-MASTER-LOCK-PROCEDURE.
           IF WS-LOCK-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-FCARD-PATHS-PROCEDURE.
           PERFORM LOAD-FLEET-CARDS-PROCEDURE.
           PERFORM INIT-PRODUCT-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-PRODUCT-MASTER-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "CUSTOMER_MASTER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CUSTOMER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "FLEET_DECLINED_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DECL-REPORT-PATH
           END-IF.
           PERFORM LOAD-CUSTOMERS-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-CARDS-PROCEDURE
                   WHEN "2" PERFORM ADD-CARD-PROCEDURE
                   WHEN "3" PERFORM EDIT-CARD-PROCEDURE
                   WHEN "4" PERFORM CANCEL-CARD-PROCEDURE
                   WHEN "6" PERFORM DECLINED-REPORT-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           IF WS-DIRTY = "Y"
               PERFORM SAVE-FLEET-CARDS-PROCEDURE
               DISPLAY "Cartoes gravados em "
                   FUNCTION TRIM(WS-FCARD-PATH) "."
           END-IF.
           PERFORM RELEASE-MASTER-LOCK-PROCEDURE.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- CARTOES DE FROTA -----".
           DISPLAY "1 - Listar cartoes".
           DISPLAY "2 - Emitir cartao".
           DISPLAY "3 - Editar cartao (matricula, produtos, limites)".
           DISPLAY "4 - Cancelar / reativar cartao".
           DISPLAY "5 - Gravar e sair".
           DISPLAY "6 - Relatorio de recusas do mes".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


       LIST-CARDS-PROCEDURE.
           IF WS-FCARD-COUNT = ZERO
               DISPLAY "Nao ha cartoes emitidos."
           ELSE
               PERFORM VARYING FC-IDX FROM 1 BY 1
                   UNTIL FC-IDX > WS-FCARD-COUNT
                   SET WS-SEL-ROW TO FC-IDX
                   MOVE WS-SEL-ROW TO WS-ROW-SHOWN
                   MOVE WS-FC-LIMITE-DIA(FC-IDX) TO M-LIMDIA
                   MOVE WS-FC-LIMITE-MES(FC-IDX) TO M-LIMMES
                   MOVE WS-FC-USO-LITROS(FC-IDX) TO M-USO-LITROS
                   MOVE WS-FC-USO-VALOR(FC-IDX) TO M-USO-VALOR
                   DISPLAY WS-ROW-SHOWN ") cartao "
                       WS-FC-CARTAO(FC-IDX) " conta "
                       WS-FC-ACCOUNT(FC-IDX) " "
                       WS-FC-MATRICULA(FC-IDX) " estado "
                       WS-FC-ESTADO(FC-IDX)
                   DISPLAY "     produtos " WS-FC-PRODUTO(FC-IDX, 1)
                       " " WS-FC-PRODUTO(FC-IDX, 2)
                       " " WS-FC-PRODUTO(FC-IDX, 3)
                   DISPLAY "     limites " M-LIMDIA " l/dia "
                       M-LIMMES " /mes; uso " M-USO-LITROS
                       " l em " WS-FC-USO-DATA(FC-IDX) ", "
                       M-USO-VALOR " em " WS-FC-USO-MES(FC-IDX)
               END-PERFORM
           END-IF.


      *    o numero do cartao e atribuido aqui (o seguinte ao maior
      *    ja emitido) e a conta tem de existir no CUSTOMER-MASTER:
       ADD-CARD-PROCEDURE.
           IF WS-FCARD-COUNT >= 200
               DISPLAY "Tabela de cartoes cheia (maximo de 200)."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Conta de frota: " WITH NO ADVANCING.
           ACCEPT WS-ACCOUNT-IN.
           PERFORM LOOKUP-CUSTOMER-PROCEDURE.
           IF WS-CUST-FOUND = "N"
               DISPLAY "Conta desconhecida no CUSTOMER-MASTER."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cliente: " WS-CUST-NOME(CU-IDX).

           MOVE 100000 TO WS-NEXT-CARD.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCARD-COUNT
               IF WS-FC-CARTAO(FC-IDX) > WS-NEXT-CARD
                   MOVE WS-FC-CARTAO(FC-IDX) TO WS-NEXT-CARD
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEXT-CARD.

           ADD 1 TO WS-FCARD-COUNT.
           SET FC-IDX TO WS-FCARD-COUNT.
           MOVE WS-NEXT-CARD TO WS-FC-CARTAO(FC-IDX).
           MOVE WS-ACCOUNT-IN TO WS-FC-ACCOUNT(FC-IDX).
           MOVE "A" TO WS-FC-ESTADO(FC-IDX).
           MOVE ZERO TO WS-FC-USO-DATA(FC-IDX).
           MOVE ZERO TO WS-FC-USO-LITROS(FC-IDX).
           MOVE ZERO TO WS-FC-USO-MES(FC-IDX).
           MOVE ZERO TO WS-FC-USO-VALOR(FC-IDX).
           PERFORM PROMPT-CARD-FIELDS-PROCEDURE.
           MOVE "Y" TO WS-DIRTY.
           DISPLAY "Cartao emitido: " WS-NEXT-CARD.


       EDIT-CARD-PROCEDURE.
           DISPLAY "Linha a editar (ver Listar): " WITH NO ADVANCING.
           ACCEPT WS-SEL-ROW.
           IF WS-SEL-ROW < 1 OR WS-SEL-ROW > WS-FCARD-COUNT
               DISPLAY "Linha inexistente."
           ELSE
               SET FC-IDX TO WS-SEL-ROW
               DISPLAY "Cartao " WS-FC-CARTAO(FC-IDX)
                   " conta " WS-FC-ACCOUNT(FC-IDX)
               PERFORM PROMPT-CARD-FIELDS-PROCEDURE
               MOVE "Y" TO WS-DIRTY
           END-IF.


      *    combustiveis em branco = qualquer combustivel; limites a
      *    zero = sem limite (a conta continua com o limite de
      *    credito do CUSTOMER-MASTER):
       PROMPT-CARD-FIELDS-PROCEDURE.
           MOVE SPACES TO WS-FC-MATRICULA(FC-IDX).
           PERFORM UNTIL WS-FC-MATRICULA(FC-IDX) NOT = SPACES
               DISPLAY "Matricula do veiculo: " WITH NO ADVANCING
               ACCEPT WS-FC-MATRICULA(FC-IDX)
               MOVE FUNCTION UPPER-CASE(WS-FC-MATRICULA(FC-IDX))
                   TO WS-FC-MATRICULA(FC-IDX)
           END-PERFORM.

           PERFORM VARYING FC-PX FROM 1 BY 1 UNTIL FC-PX > 3
               MOVE SPACES TO WS-FC-PRODUTO(FC-IDX, FC-PX)
           END-PERFORM.
           MOVE 1 TO FC-PX.
           PERFORM UNTIL FC-PX > 3
               DISPLAY "Combustivel autorizado " FC-PX
                   " (em branco = fim): " WITH NO ADVANCING
               MOVE SPACES TO WS-PROD-IN
               ACCEPT WS-PROD-IN
               IF WS-PROD-IN = SPACES
                   MOVE 4 TO FC-PX
               ELSE
                   MOVE WS-PROD-IN TO WS-PROD-LOOKUP-NOME
                   PERFORM LOOKUP-PRODUCT-PROCEDURE
                   IF WS-PROD-FOUND = "N"
                       DISPLAY "Combustivel desconhecido no "
                           "PRODUCT-MASTER."
                   ELSE
                       MOVE WS-PROD-IN TO WS-FC-PRODUTO(FC-IDX, FC-PX)
                       ADD 1 TO FC-PX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FC-PRODUTO(FC-IDX, 1) = SPACES
               DISPLAY "Sem restricao de combustivel."
           END-IF.

           DISPLAY "Limite de litros por dia (0 = sem limite): "
               WITH NO ADVANCING.
           ACCEPT WS-FC-LIMITE-DIA(FC-IDX).
           DISPLAY "Limite de valor por mes, com IVA "
               "(9999999.99, 0 = sem limite): " WITH NO ADVANCING.
           ACCEPT WS-LIMMES-IN.
           MOVE WS-LIMMES-IN TO WS-FC-LIMITE-MES(FC-IDX).


      *    um cartao cancelado fica no ficheiro (os movimentos antigos
      *    e o extrato continuam a referi-lo) mas deixa de ser aceite:
       CANCEL-CARD-PROCEDURE.
           DISPLAY "Numero do cartao: " WITH NO ADVANCING.
           ACCEPT WS-FC-CHK-CARTAO.
           MOVE "N" TO WS-FC-FOUND.
           PERFORM VARYING FC-IDX FROM 1 BY 1
               UNTIL FC-IDX > WS-FCARD-COUNT
               IF WS-FC-CARTAO(FC-IDX) = WS-FC-CHK-CARTAO
                   MOVE "Y" TO WS-FC-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FC-FOUND = "N"
               DISPLAY "Cartao desconhecido."
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-ESTADO(FC-IDX) = "A"
               MOVE "C" TO WS-FC-ESTADO(FC-IDX)
               DISPLAY "Cartao " WS-FC-CHK-CARTAO " cancelado."
           ELSE
               MOVE "A" TO WS-FC-ESTADO(FC-IDX)
               DISPLAY "Cartao " WS-FC-CHK-CARTAO " reativado."
           END-IF.
           MOVE "Y" TO WS-DIRTY.


      *    recusas (balcao, importacao) e sinalizacoes (faturacao) do
      *    mes, agrupadas por cliente, uma pagina por cliente para o
      *    respetivo gestor de frota:
       DECLINED-REPORT-PROCEDURE.
           DISPLAY "Mes (AAAAMM, 0 = mes corrente): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-YYYYMM.
           IF WS-SEL-YYYYMM = ZERO
               COMPUTE WS-SEL-YYYYMM = WS-TODAY / 100
           END-IF.

           MOVE ZERO TO WS-DX-COUNT.
           OPEN INPUT FLEET-DECLINED-FILE.
           IF WS-FDECL-STATUS NOT = "35"
               PERFORM UNTIL WS-FDECL-STATUS = "10"
                   READ FLEET-DECLINED-FILE
                       AT END MOVE "10" TO WS-FDECL-STATUS
                       NOT AT END
                           COMPUTE WS-DX-YYYYMM = FX-DATA / 100
                           IF WS-DX-YYYYMM = WS-SEL-YYYYMM
                               AND WS-DX-COUNT < 500
                               ADD 1 TO WS-DX-COUNT
                               MOVE FLEET-DECLINED-RECORD
                                   TO WS-DX-RECORD(WS-DX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLEET-DECLINED-FILE
           END-IF.
           IF WS-DX-COUNT = ZERO
               DISPLAY "Sem recusas de cartoes no mes " WS-SEL-YYYYMM
                   "."
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-N-ACCTS.
           OPEN OUTPUT DECLINED-REPORT-FILE.
           PERFORM VARYING DX-IDX FROM 1 BY 1
               UNTIL DX-IDX > WS-DX-COUNT
               MOVE "N" TO WS-SEEN
               MOVE WS-DX-RECORD(DX-IDX) TO FLEET-DECLINED-RECORD
               MOVE FX-ACCOUNT TO WS-CUR-ACCT
               SET DX-J TO 1
               PERFORM UNTIL DX-J >= DX-IDX
                   MOVE WS-DX-RECORD(DX-J) TO FLEET-DECLINED-RECORD
                   IF FX-ACCOUNT = WS-CUR-ACCT
                       MOVE "Y" TO WS-SEEN
                   END-IF
                   SET DX-J UP BY 1
               END-PERFORM
               IF WS-SEEN = "N"
                   PERFORM WRITE-ACCOUNT-DECLINED-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE DECLINED-REPORT-FILE.
           MOVE "FLEET-CARD-MAINT" TO WS-SPL-PROGRAM.
           MOVE "CARTOES DE FROTA RECUSADOS" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-DECL-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY WS-DX-COUNT " recusas de " WS-N-ACCTS
               " clientes em " FUNCTION TRIM(WS-DECL-REPORT-PATH)
               ".".


       WRITE-ACCOUNT-DECLINED-PROCEDURE.
           ADD 1 TO WS-N-ACCTS.
           MOVE WS-CUR-ACCT TO WS-ACCOUNT-IN.
           PERFORM LOOKUP-CUSTOMER-PROCEDURE.
           MOVE ALL "=" TO DECLINED-REPORT-LINE.
           WRITE DECLINED-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO DECLINED-REPORT-LINE.
           IF WS-CUST-FOUND = "Y"
               STRING "RECUSAS DE CARTOES - CONTA " WS-CUR-ACCT " - "
                   WS-CUST-NOME(CU-IDX) " (" WS-SEL-YYYYMM ")"
                   DELIMITED BY SIZE INTO DECLINED-REPORT-LINE
           ELSE
               STRING "RECUSAS DE CARTOES - CONTA " WS-CUR-ACCT
                   " (" WS-SEL-YYYYMM ")"
                   DELIMITED BY SIZE INTO DECLINED-REPORT-LINE
           END-IF.
           WRITE DECLINED-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE "DATA     CARTAO PRODUTO              LITROS"
               TO DECLINED-REPORT-LINE.
           MOVE "VALOR  MOTIVO / ORIGEM" TO DECLINED-REPORT-LINE(46:).
           WRITE DECLINED-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO DECLINED-REPORT-LINE.
           WRITE DECLINED-REPORT-LINE AFTER ADVANCING 1 LINE.

           SET DX-J TO 1.
           PERFORM UNTIL DX-J > WS-DX-COUNT
               MOVE WS-DX-RECORD(DX-J) TO FLEET-DECLINED-RECORD
               IF FX-ACCOUNT = WS-CUR-ACCT
                   MOVE FX-LITROS TO M-LITROS
                   MOVE FX-VALOR TO M-VALOR
                   MOVE SPACES TO DECLINED-REPORT-LINE
                   STRING FX-DATA " " FX-CARTAO " " FX-PRODUTO " "
                       M-LITROS " " M-VALOR " " FX-MOTIVO
                       DELIMITED BY SIZE INTO DECLINED-REPORT-LINE
                   WRITE DECLINED-REPORT-LINE AFTER ADVANCING 1 LINE
                   MOVE SPACES TO DECLINED-REPORT-LINE
                   STRING "         (" DELIMITED BY SIZE
                       FX-ORIGEM DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO DECLINED-REPORT-LINE
                   WRITE DECLINED-REPORT-LINE AFTER ADVANCING 1 LINE
               END-IF
               SET DX-J UP BY 1
           END-PERFORM.


       LOOKUP-CUSTOMER-PROCEDURE.
           MOVE "N" TO WS-CUST-FOUND.
           PERFORM VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > WS-CUST-COUNT
               IF WS-CUST-ACCOUNT(CU-IDX) = WS-ACCOUNT-IN
                   MOVE "Y" TO WS-CUST-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.


       LOAD-CUSTOMERS-PROCEDURE.
           MOVE ZERO TO WS-CUST-COUNT.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CUSTOMER-STATUS = "10"
                   READ CUSTOMER-MASTER-FILE
                       AT END MOVE "10" TO WS-CUSTOMER-STATUS
                       NOT AT END
                           IF WS-CUST-COUNT < 20
                               ADD 1 TO WS-CUST-COUNT
                               MOVE CU-ACCOUNT
                                   TO WS-CUST-ACCOUNT(WS-CUST-COUNT)
                               MOVE CU-NOME
                                   TO WS-CUST-NOME(WS-CUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.


       COPY "FCARDP.cpy".

       COPY "PRODMP.cpy".

       COPY "OPERP.cpy".

       COPY "MLOCP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM FLEET-CARD-MAINT.
