           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "DEDLGSEL.cpy".
           COPY "YTDMSEL.cpy".
           COPY "WHTBSEL.cpy".
           COPY "ERSSSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "RUNCTLSEL.cpy".
           COPY "GLJRNSEL.cpy".
           COPY "PSARSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
           05 RB-PERIODO   PIC 9(8).

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "DEDLGFD.cpy".
       COPY "YTDMFD.cpy".
       COPY "WHTBFD.cpy".
       COPY "ERSSFD.cpy".
       COPY "EXCEPTFD.cpy".
       COPY "RUNCTLFD.cpy".
       COPY "GLJRNFD.cpy".
       COPY "PSARFD.cpy".
       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-DIFF-TAX      PIC S9(7)V99.
       01  WS-DIFF-SS       PIC S9(7)V99.
       01  WS-DIFF-NET      PIC S9(7)V99.
      * encargo patronal sobre a diferenca de bruto, a taxa do ano:
       01  WS-DIFF-ER-SS    PIC S9(7)V99.

      * totais do lote suplementar:
       01  WS-RETRO-NET-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-RETRO-TAX-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-RETRO-SS-TOTAL  PIC 9(9)V99 VALUE ZERO.
       01  WS-RETRO-ER-SS-TOTAL PIC 9(9)V99 VALUE ZERO.
       01  WS-BANK-COUNT      PIC 9(6) VALUE ZERO.
       01  WS-N-PAID          PIC 9(5) VALUE ZERO.

       01  M-MONEY2 PIC Z(5)9.99.

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "DEDLGWS.cpy".
       COPY "YTDMWS.cpy".
       COPY "WHTBWS.cpy".
       COPY "ERSSWS.cpy".
       COPY "EXCEPTWS.cpy".
       COPY "RUNCTLWS.cpy".
       COPY "GLJRNWS.cpy".
       COPY "PSARWS.cpy".
       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

           MOVE "RETRO-PAY" TO WS-RJ-JOB.
           PERFORM INIT-YTD-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-YTD-MASTER-PROCEDURE.
           IF WS-YTD-OVERFLOW = "Y"
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM INIT-WHTB-PATH-PROCEDURE.
           PERFORM LOAD-WITHHOLDING-TABLES-PROCEDURE.
           PERFORM INIT-ERSS-PATH-PROCEDURE.
           PERFORM LOAD-EMPLOYER-SS-RATES-PROCEDURE.
           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.

      *    o que foi efetivamente pago no periodo, segundo o registo
           PERFORM LOAD-OLD-RATES-PROCEDURE.

           OPEN OUTPUT RETRO-PAYSLIP-FILE.
           PERFORM INIT-PSAR-PATHS-PROCEDURE.
           PERFORM OPEN-PAYSLIP-STAGE-PROCEDURE.
           OPEN OUTPUT RETRO-BANK-FILE.

           PERFORM VARYING WS-RET-I FROM 1 BY 1
               AFTER ADVANCING 1 LINE.

           CLOSE RETRO-PAYSLIP-FILE.
           MOVE "RETRO-PAY" TO WS-SPL-PROGRAM.
           MOVE "RECIBOS DE RETROATIVOS" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-RETRO-PAYSLIP-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE RETRO-BANK-FILE.
           CLOSE EXCEPTIONS-FILE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           PERFORM MARK-RUN-PROCESSED-PROCEDURE.
      *    os recibos suplementares entram no arquivo permanente so
      *    com o lote marcado:
           PERFORM COMMIT-PAYSLIP-ARCHIVE-PROCEDURE.
           PERFORM SAVE-YTD-MASTER-PROCEDURE.

      *    lancamentos do lote suplementar para a contabilidade:
           MOVE "RETRO-SS" TO WS-GL-KEY.
           MOVE WS-RETRO-SS-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           MOVE "RETRO-SS-ENT" TO WS-GL-KEY.
           MOVE WS-RETRO-ER-SS-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           CLOSE GL-JOURNAL-FILE.

           DISPLAY "Recalculo retroativo: " WS-N-PAID
           COMPUTE WS-DIFF-SS =
               WS-NEW-SS - WS-RT-OLD-SS(RT-IDX).
           COMPUTE WS-DIFF-NET = WS-NEW-NET - WS-OLD-NET.
           MOVE WS-PERIOD-YEAR TO WS-ER-LOOKUP-YEAR.
           PERFORM LOOKUP-EMPLOYER-SS-PROCEDURE.
           COMPUTE WS-DIFF-ER-SS ROUNDED =
               WS-DIFF-GROSS * WS-ER-PCT / 100.

           IF WS-DIFF-NET <= ZERO
               IF WS-DIFF-NET < ZERO
           ADD WS-DIFF-NET TO WS-RETRO-NET-TOTAL.
           ADD WS-DIFF-TAX TO WS-RETRO-TAX-TOTAL.
           ADD WS-DIFF-SS TO WS-RETRO-SS-TOTAL.
           ADD WS-DIFF-ER-SS TO WS-RETRO-ER-SS-TOTAL.
           ADD 1 TO WS-N-PAID.

      *    os deltas somam-se ao ano no YTD-MASTER, para o acumulado
           PERFORM ACCUMULATE-YTD-PROCEDURE.


      *    cada linha do recibo suplementar vai tambem, em espera,
      *    para o arquivo permanente de recibos:
       EMIT-RETRO-PAYSLIP-LINE-PROCEDURE.
           WRITE RETRO-PAYSLIP-LINE AFTER ADVANCING 1 LINE.
           MOVE RETRO-PAYSLIP-LINE TO WS-PS-TEXT-IN.
           PERFORM ARCHIVE-PAYSLIP-LINE-PROCEDURE.


       WRITE-RETRO-PAYSLIP-PROCEDURE.
           MOVE WS-RT-NUMERO(RT-IDX) TO WS-PS-NUMERO.
           MOVE WS-PERIOD-END TO WS-PS-PERIOD.
           MOVE "R" TO WS-PS-KIND.
           MOVE WS-DIFF-GROSS TO WS-PS-GROSS.
           COMPUTE WS-PS-DEDUCT = WS-DIFF-TAX + WS-DIFF-SS.
           MOVE WS-DIFF-NET TO WS-PS-NET.
           PERFORM START-ARCHIVED-PAYSLIP-PROCEDURE.

           MOVE SPACES TO RETRO-PAYSLIP-LINE.
           STRING "RETROATIVO " WS-PERIOD-END " - " WS-EMP-NOME " "
               WS-EMP-APELIDO
               DELIMITED BY SIZE INTO RETRO-PAYSLIP-LINE.
           WRITE RETRO-PAYSLIP-LINE AFTER ADVANCING 2 LINE.
           MOVE RETRO-PAYSLIP-LINE TO WS-PS-TEXT-IN.
           PERFORM ARCHIVE-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-RT-OLD-GROSS(RT-IDX) TO M-MONEY.
           MOVE WS-NEW-GROSS TO M-MONEY2.
           STRING "Bruto antigo: " M-MONEY
               "   Bruto novo: " M-MONEY2
               DELIMITED BY SIZE INTO RETRO-PAYSLIP-LINE.
           PERFORM EMIT-RETRO-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-DIFF-TAX TO M-MONEY.
           MOVE WS-DIFF-SS TO M-MONEY2.
           STRING "Dif. IRS: -" M-MONEY
               "   Dif. SS: -" M-MONEY2
               DELIMITED BY SIZE INTO RETRO-PAYSLIP-LINE.
           PERFORM EMIT-RETRO-PAYSLIP-LINE-PROCEDURE.

           MOVE WS-DIFF-NET TO M-MONEY.
           MOVE SPACES TO RETRO-PAYSLIP-LINE.
           STRING "DIFERENCA LIQUIDA A PAGAR: " M-MONEY
               DELIMITED BY SIZE INTO RETRO-PAYSLIP-LINE.
           PERFORM EMIT-RETRO-PAYSLIP-LINE-PROCEDURE.


      *    sem IBAN no master nao ha ordem -- como na folha normal:
           MOVE WS-DIFF-SS TO DL-SS.
           MOVE ZERO TO DL-GARNISH.
           MOVE ZERO TO DL-MEAL.
           MOVE WS-DIFF-ER-SS TO DL-EMPLOYER-SS.
           PERFORM WRITE-DEDUCTIONS-ENTRY-PROCEDURE.
           CLOSE DEDUCTIONS-LEDGER-FILE.


       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "DEDLGP.cpy".

       COPY "YTDMP.cpy".

       COPY "WHTBP.cpy".

       COPY "ERSSP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "RUNCTLP.cpy".

       COPY "GLJRNP.cpy".

       COPY "PSARP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM RETRO-PAY.
