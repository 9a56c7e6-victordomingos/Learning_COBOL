      *          age the unpaid balances into 30/60/90-day buckets,
      *          and print a monthly statement per student with the
      *          period's charges, receipts and closing balance.
      *          Each statement is also announced by SMS or e-mail
      *          to the student's guardians that chose a channel
      *          (shared notification outbox).
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           COPY "OPERSEL.cpy".
           COPY "GLJRNSEL.cpy".

      *    encarregados (contacto dos avisos) e caixa de saida dos
      *    avisos por SMS/e-mail:
           COPY "GUARSEL.cpy".
           COPY "NOTFSEL.cpy".

      *    extratos mensais gerados (um bloco por aluno):
           SELECT STATEMENT-FILE
           ASSIGN TO DYNAMIC WS-STMT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "SACCFD.cpy".
       COPY "OPERFD.cpy".
       COPY "GLJRNFD.cpy".
       COPY "GUARFD.cpy".
       COPY "NOTFFD.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE PIC X(70).

       COPY "SPOOLFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "SACCWS.cpy".
       COPY "OPERWS.cpy".
       COPY "GLJRNWS.cpy".
       COPY "GUARWS.cpy".
       COPY "NOTFWS.cpy".

       01  WS-STMT-PATH PIC X(60) VALUE "..\student-statements.txt".
       01  WS-ENV-VALUE PIC X(60).
       01  M-MONEY  PIC -(7)9.99.
       01  M-MONEY2 PIC -(7)9.99.

       COPY "SPOOLWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           END-IF.

           PERFORM LOAD-LEDGER-PROCEDURE.
           PERFORM INIT-GUAR-PATH-PROCEDURE.
           PERFORM LOAD-GUARDIANS-PROCEDURE.
           PERFORM INIT-NOTF-PATH-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "4"
               PERFORM SHOW-MENU-PROCEDURE
       MONTHLY-STATEMENTS-PROCEDURE.
           DISPLAY "Mes dos extratos (AAAAMM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YYYYMM.
           MOVE ZERO TO WS-NTF-N-QUEUED.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM VARYING WS-AL-I FROM 1 BY 1
               UNTIL WS-AL-I > WS-ALU-COUNT
               PERFORM STATEMENT-ONE-STUDENT-PROCEDURE
           END-PERFORM.
           CLOSE STATEMENT-FILE.
           MOVE "STUDENT-ACCOUNTS" TO WS-SPL-PROGRAM.
           MOVE "EXTRATOS DE CONTAS DE ALUNOS" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-STMT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Extratos gerados em " WS-STMT-PATH ".".
           DISPLAY WS-NTF-N-QUEUED " aviso(s) de extrato na caixa de "
               "saida SMS/e-mail.".


       STATEMENT-ONE-STUDENT-PROCEDURE.
               DELIMITED BY SIZE INTO STATEMENT-LINE.
           WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE.

           PERFORM VARYING GU-IDX FROM 1 BY 1
               UNTIL GU-IDX > WS-GUAR-COUNT
               IF WS-GU-NUMERO(GU-IDX) = WS-ALU-NUMERO(AL-IDX)
                   PERFORM QUEUE-STATEMENT-NOTICE-PROCEDURE
               END-IF
           END-PERFORM.


      *    aviso de extrato disponivel ao encarregado (o aluno nao tem
      *    contacto proprio); uma vez por aluno, mes e destino:
       QUEUE-STATEMENT-NOTICE-PROCEDURE.
           MOVE SPACES TO WS-NTF-VARS.
           MOVE "STUDENT-ACCOUNTS" TO WS-NTF-PROGRAMA.
           MOVE "ALU-EXTRATO" TO WS-NTF-MODELO.
           MOVE SPACES TO WS-NTF-REF.
           STRING WS-ALU-NUMERO(AL-IDX) "-" WS-SEL-YYYYMM
               DELIMITED BY SIZE INTO WS-NTF-REF.
           MOVE WS-GU-NOME(GU-IDX) TO WS-NTF-NOME.
           MOVE WS-GU-CANAL(GU-IDX) TO WS-NTF-CANAL.
           MOVE WS-GU-TELEFONE(GU-IDX) TO WS-NTF-TELEFONE.
           MOVE WS-GU-EMAIL(GU-IDX) TO WS-NTF-EMAIL.
           MOVE WS-GU-NOME(GU-IDX) TO WS-NTF-VAR(1).
           MOVE WS-ALU-NUMERO(AL-IDX) TO WS-NTF-VAR(2).
           MOVE WS-SEL-YYYYMM TO WS-NTF-VAR(3).
           MOVE M-MONEY2 TO WS-NTF-VAR(4).
           PERFORM QUEUE-NOTIFICATION-PROCEDURE.


       COPY "SACCP.cpy".


       COPY "GLJRNP.cpy".

       COPY "GUARP.cpy".

       COPY "NOTFP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM STUDENT-ACCOUNTS.
