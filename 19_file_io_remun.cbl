      * cada registo de ponto:
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

           COPY "EXCEPTSEL.cpy".
           SELECT CHECKPOINT-FILE ASSIGN TO "..\input_remun.ckp"
           ORGANIZATION IS LINE SEQUENTIAL
      * em vez das taxas fixas de 15%/11% iguais para todos:
           COPY "WHTBSEL.cpy".

      * taxa anual da contribuicao patronal para a seguranca social:
           COPY "ERSSSEL.cpy".

      * registo de retencoes por funcionario, somado mensalmente
      * pelas declaracoes ao fisco e a seguranca social:
           COPY "DEDLGSEL.cpy".

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

       COPY "CKPTFD.cpy".

       COPY "WHTBFD.cpy".

       COPY "ERSSFD.cpy".

       COPY "DEDLGFD.cpy".


      * ficheiro mestre de funcionarios:
       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

      * master de acumulados ano-a-data:
       COPY "YTDMWS.cpy".

      * tabelas de retencao progressiva:
       COPY "WHTBWS.cpy".

      * contribuicao patronal para a seguranca social:
       COPY "ERSSWS.cpy".
       01  WS-ER-SS-AMOUNT  PIC 9(6)V99.

      * registo de retencoes partilhado:
       COPY "DEDLGWS.cpy".


       PROCEDURE DIVISION.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           MOVE "MONEY" TO WS-RJ-JOB.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM INIT-YTD-MASTER-PATH-PROCEDURE.
           END-IF.
           PERFORM INIT-WHTB-PATH-PROCEDURE.
           PERFORM LOAD-WITHHOLDING-TABLES-PROCEDURE.
           PERFORM INIT-ERSS-PATH-PROCEDURE.
           PERFORM LOAD-EMPLOYER-SS-RATES-PROCEDURE.
           PERFORM OPEN-DEDUCTIONS-LEDGER-PROCEDURE.
           PERFORM READ-CHECKPOINT-PROCEDURE.

                   WS-PRORATED-REMUNERATION * WS-SS-PCT / 100
               COMPUTE WS-NET-PAY = WS-PRORATED-REMUNERATION
                   - WS-TAX-AMOUNT - WS-SS-AMOUNT
      *        encargo patronal sobre o mesmo bruto (so para o
      *        registo de retencoes; nao mexe no liquido):
               COMPUTE WS-ER-LOOKUP-YEAR = WS-PERIOD-END / 10000
               PERFORM LOOKUP-EMPLOYER-SS-PROCEDURE
               COMPUTE WS-ER-SS-AMOUNT ROUNDED =
                   WS-PRORATED-REMUNERATION * WS-ER-PCT / 100
               MOVE WS-NET-PAY TO WS-NET-DISPLAY
               MOVE WS-NET-DISPLAY TO OREMUNERATION

      *        de alimentacao:
               MOVE ZERO TO DL-GARNISH
               MOVE ZERO TO DL-MEAL
               MOVE WS-ER-SS-AMOUNT TO DL-EMPLOYER-SS
               PERFORM WRITE-DEDUCTIONS-ENTRY-PROCEDURE
           END-IF.


       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "YTDMP.cpy".

       COPY "WHTBP.cpy".

       COPY "ERSSP.cpy".

       COPY "DEDLGP.cpy".


