      *          is produced per overdue account, and accounts past
      *          the final reminder get the block flag that makes
      *          GAS-TILL and PRODUCT-PRICES refuse new credit sales.
      *          Each reminder is also queued as an SMS or e-mail to
      *          accounts with a notification channel (shared
      *          outbox), once per account, level and month.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
      *    como no GL-POST e no SALES-HISTORY):
           COPY "RUNCTLSEL.cpy".

      *    caixa de saida dos avisos por SMS/e-mail:
           COPY "NOTFSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 CU-BALANCE PIC S9(7)V99.
      *    "B" depois do ultimo aviso de cobranca:
           05 CU-BLOCK   PIC X.
      *    contacto para os avisos por SMS/e-mail (S = SMS, E =
      *    e-mail, branco = so carta):
           05 CU-TELEFONE PIC X(15).
           05 CU-EMAIL    PIC X(40).
           05 CU-CANAL    PIC X.

       FD ACCOUNT-LEDGER-FILE.
       01 ACCOUNT-LEDGER-RECORD.
           05 AL-DATA    PIC 9(8).
           05 AL-QTY     PIC S9(4).
           05 AL-VALUE   PIC S9(8)V99.
           05 AL-CARD    PIC 9(6).

       FD DUNNING-LETTERS-FILE.
       01 DUNNING-LETTER-LINE PIC X(70).

       COPY "EXCEPTFD.cpy".
       COPY "RUNCTLFD.cpy".
       COPY "NOTFFD.cpy".
       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
               10 WS-CUST-LIMIT   PIC 9(7)V99.
               10 WS-CUST-BALANCE PIC S9(7)V99.
               10 WS-CUST-BLOCK   PIC X.
               10 WS-CUST-TELEFONE PIC X(15).
               10 WS-CUST-EMAIL    PIC X(40).
               10 WS-CUST-CANAL    PIC X.
      *        data do movimento em aberto mais antigo, apurada do
      *        razao (pagamentos abatem aos mais antigos primeiro):
               10 WS-CUST-CHARGES  PIC S9(9)V99.
       01  WS-MASTER-DIRTY PIC X VALUE "N".
       01  M-MONEY    PIC -(7)9.99.
       01  M-MONEY2   PIC -(7)9.99.
       01  M-AGE-DAYS PIC ZZZZ9.

       COPY "EXCEPTWS.cpy".
       COPY "RUNCTLWS.cpy".
       COPY "NOTFWS.cpy".

      * "Y" quando o juro deste mes ainda nao foi lancado; as cartas,
      * a antiguidade e os bloqueios correm sempre (sao idempotentes):
       01  WS-INTEREST-ALLOWED PIC X VALUE "N".
       01  WS-RUNCTL-YYYYMM    PIC 9(6).

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM INIT-NOTF-PATH-PROCEDURE.

      *    o juro do mes lanca exatamente uma vez: a segunda corrida
      *    do mesmo mes continua a emitir cartas e bloqueios, mas
               PERFORM DUN-ONE-ACCOUNT-PROCEDURE
           END-PERFORM.
           CLOSE DUNNING-LETTERS-FILE.
           MOVE "FLEET-DUNNING" TO WS-SPL-PROGRAM.
           MOVE "CARTAS DE COBRANCA DE FROTA" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-LETTERS-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           DISPLAY "-----------------------------------".
           MOVE WS-B-0-30 TO M-MONEY.
           MOVE WS-B-90-UP TO M-MONEY.
           DISPLAY "  +90 dias : " M-MONEY.
           DISPLAY "Contas bloqueadas nesta execucao: " WS-N-BLOCKED.
           DISPLAY "Avisos na caixa de saida SMS/e-mail: "
               WS-NTF-N-QUEUED.

           IF WS-MASTER-DIRTY = "Y"
               PERFORM SAVE-CUSTOMER-MASTER-PROCEDURE
                   DELIMITED BY SIZE INTO DUNNING-LETTER-LINE
           END-IF.
           WRITE DUNNING-LETTER-LINE AFTER ADVANCING 1 LINE.
           PERFORM QUEUE-DUNNING-NOTICE-PROCEDURE.


      *    o mesmo aviso por SMS/e-mail, no nivel da carta; a
      *    referencia conta+mes evita repetir o aviso se a cobranca
      *    correr outra vez no mesmo mes:
       QUEUE-DUNNING-NOTICE-PROCEDURE.
           MOVE SPACES TO WS-NTF-VARS.
           MOVE "FLEET-DUNNING" TO WS-NTF-PROGRAMA.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 60
                   MOVE "FROTA-AVISO1" TO WS-NTF-MODELO
               WHEN WS-AGE-DAYS <= 90
                   MOVE "FROTA-AVISO2" TO WS-NTF-MODELO
               WHEN OTHER
                   MOVE "FROTA-AVISOF" TO WS-NTF-MODELO
           END-EVALUATE.
           MOVE SPACES TO WS-NTF-REF.
           STRING WS-CUST-ACCOUNT(CU-IDX) "-" WS-RUNCTL-YYYYMM
               DELIMITED BY SIZE INTO WS-NTF-REF.
           MOVE WS-CUST-NOME(CU-IDX) TO WS-NTF-NOME.
           MOVE WS-CUST-CANAL(CU-IDX) TO WS-NTF-CANAL.
           MOVE WS-CUST-TELEFONE(CU-IDX) TO WS-NTF-TELEFONE.
           MOVE WS-CUST-EMAIL(CU-IDX) TO WS-NTF-EMAIL.
           MOVE WS-CUST-NOME(CU-IDX) TO WS-NTF-VAR(1).
           MOVE WS-CUST-ACCOUNT(CU-IDX) TO WS-NTF-VAR(2).
           MOVE WS-CUST-BALANCE(CU-IDX) TO M-MONEY.
           MOVE M-MONEY TO WS-NTF-VAR(3).
           MOVE WS-AGE-DAYS TO M-AGE-DAYS.
           MOVE M-AGE-DAYS TO WS-NTF-VAR(4).
           PERFORM QUEUE-NOTIFICATION-PROCEDURE.


       LOAD-CUSTOMER-MASTER-PROCEDURE.
                               TO WS-CUST-BALANCE(WS-CUST-COUNT)
                           MOVE CU-BLOCK
                               TO WS-CUST-BLOCK(WS-CUST-COUNT)
                           MOVE CU-TELEFONE
                               TO WS-CUST-TELEFONE(WS-CUST-COUNT)
                           MOVE CU-EMAIL
                               TO WS-CUST-EMAIL(WS-CUST-COUNT)
                           MOVE CU-CANAL
                               TO WS-CUST-CANAL(WS-CUST-COUNT)
                           MOVE ZERO
                               TO WS-CUST-CHARGES(WS-CUST-COUNT)
                           MOVE ZERO
               MOVE WS-CUST-LIMIT(CU-IDX)   TO CU-LIMIT
               MOVE WS-CUST-BALANCE(CU-IDX) TO CU-BALANCE
               MOVE WS-CUST-BLOCK(CU-IDX)   TO CU-BLOCK
               MOVE WS-CUST-TELEFONE(CU-IDX) TO CU-TELEFONE
               MOVE WS-CUST-EMAIL(CU-IDX)   TO CU-EMAIL
               MOVE WS-CUST-CANAL(CU-IDX)   TO CU-CANAL
               WRITE CUSTOMER-MASTER-RECORD
           END-PERFORM.
           CLOSE CUSTOMER-MASTER-FILE.

       COPY "RUNCTLP.cpy".

       COPY "NOTFP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM FLEET-DUNNING.
