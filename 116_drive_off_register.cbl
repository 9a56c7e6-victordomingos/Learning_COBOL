       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVE-OFF-REGISTER.
      *=================================================================
      * Purpose: Follow up the drive-off / no-pay incidents recorded
      *          at GAS-TILL (DRIVE-OFFS register): list the open
      *          incidents, book money recovered from the driver
      *          (partial payments allowed; the incident closes as
      *          recovered once the full value is in), write off
      *          what will not be recovered (the loss is posted to
      *          the GL journal) and print the repeat-plates report
      *          of vehicles with more than one incident.
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
           COPY "DROFSEL.cpy".

      *    operadores com sign-on:
           COPY "OPERSEL.cpy".

      *    recuperacoes e abates vao para o diario da contabilidade:
           COPY "GLJRNSEL.cpy".

           SELECT PLATES-REPORT-FILE
           ASSIGN TO DYNAMIC WS-PLATES-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "DROFFD.cpy".

           COPY "OPERFD.cpy".

           COPY "GLJRNFD.cpy".

       FD  PLATES-REPORT-FILE.
       01  PLATES-REPORT-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "DROFWS.cpy".

           COPY "OPERWS.cpy".

           COPY "GLJRNWS.cpy".

       01  WS-PLATES-PATH   PIC X(60)
           VALUE "..\drive-off-plates.txt".
       01  WS-ENV-VALUE     PIC X(60).

       01  WS-OPTION        PIC X.
       01  WS-TODAY         PIC 9(8).
       01  WS-NUMERO-IN     PIC 9(6).
       01  WS-VALOR-IN      PIC 9(6)V99.
       01  WS-CONFIRM       PIC X.
       01  WS-FOUND         PIC X.
       01  WS-EM-DIVIDA     PIC 9(6)V99.
       01  WS-N-OPEN        PIC 9(4).
       01  WS-OPEN-TOTAL    PIC 9(8)V99.

      *    matriculas distintas do registo, para o relatorio de
      *    reincidentes:
       01  WS-PLATE-COUNT   PIC 9(4) VALUE ZERO.
       01  WS-PLATE-TABLE.
           05 WS-PLATE-ENTRY OCCURS 500 TIMES INDEXED BY PL-IDX.
               10 WS-PL-MATRICULA PIC X(10).
               10 WS-PL-INCIDENTES PIC 9(4).
               10 WS-PL-VALOR      PIC 9(8)V99.
               10 WS-PL-EM-DIVIDA  PIC 9(8)V99.
       01  WS-PLATE-FOUND   PIC X.
       01  WS-N-REPEAT      PIC 9(4).

       01  M-NUMERO         PIC Z(5)9.
       01  M-LITROS         PIC Z(3)9.
       01  M-VALOR          PIC Z(5)9.99.
       01  M-EM-DIVIDA      PIC Z(5)9.99.
       01  M-TOTAL          PIC Z(7)9.99.
       01  M-INCIDENTES     PIC Z(3)9.
       01  M-PL-DIVIDA      PIC Z(7)9.99.

           COPY "SPOOLWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-DROF-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "DRIVE_OFF_PLATES_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PLATES-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL WS-OPTION = "5"
               PERFORM SHOW-MENU-PROCEDURE
               EVALUATE WS-OPTION
                   WHEN "1" PERFORM LIST-OPEN-PROCEDURE
                   WHEN "2" PERFORM RECOVERY-PROCEDURE
                   WHEN "3" PERFORM WRITE-OFF-PROCEDURE
                   WHEN "4" PERFORM REPEAT-PLATES-PROCEDURE
                   WHEN "5" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               END-EVALUATE
           END-PERFORM.

           STOP RUN.


       SHOW-MENU-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- FUGAS SEM PAGAMENTO -----".
           DISPLAY "1 - Listar incidentes em aberto".
           DISPLAY "2 - Registar recuperacao".
           DISPLAY "3 - Abater incidente".
           DISPLAY "4 - Relatorio de matriculas repetidas".
           DISPLAY "5 - Sair".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.


      *    o registo e relido em cada opcao: o GAS-TILL continua a
      *    acrescentar incidentes enquanto esta sessao esta aberta:
       LIST-OPEN-PROCEDURE.
           PERFORM LOAD-DRIVE-OFFS-PROCEDURE.
           MOVE ZERO TO WS-N-OPEN.
           MOVE ZERO TO WS-OPEN-TOTAL.
           PERFORM VARYING DO-IDX FROM 1 BY 1
               UNTIL DO-IDX > WS-DROF-COUNT
               IF WS-DO-ESTADO(DO-IDX) = "A"
                   ADD 1 TO WS-N-OPEN
                   COMPUTE WS-EM-DIVIDA = WS-DO-VALOR(DO-IDX)
                       - WS-DO-RECUPERADO(DO-IDX)
                   ADD WS-EM-DIVIDA TO WS-OPEN-TOTAL
                   MOVE WS-DO-NUMERO(DO-IDX) TO M-NUMERO
                   MOVE WS-DO-LITROS(DO-IDX) TO M-LITROS
                   MOVE WS-DO-VALOR(DO-IDX) TO M-VALOR
                   MOVE WS-EM-DIVIDA TO M-EM-DIVIDA
                   DISPLAY M-NUMERO " " WS-DO-DATA(DO-IDX)
                       " " WS-DO-HORA(DO-IDX)
                       " turno " WS-DO-SHIFT(DO-IDX)
                       " bomba " WS-DO-BOMBA(DO-IDX)
                       " " WS-DO-MATRICULA(DO-IDX)
                   DISPLAY "       " WS-DO-PRODUTO(DO-IDX)
                       M-LITROS " l  valor " M-VALOR
                       "  em divida " M-EM-DIVIDA
                       "  part. " WS-DO-PARTICIPACAO(DO-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-OPEN-TOTAL TO M-TOTAL.
           DISPLAY WS-N-OPEN " incidentes em aberto, total em divida "
               M-TOTAL.


       FIND-INCIDENT-PROCEDURE.
           MOVE "N" TO WS-FOUND.
           DISPLAY "Numero do incidente: " WITH NO ADVANCING.
           ACCEPT WS-NUMERO-IN.
           PERFORM LOAD-DRIVE-OFFS-PROCEDURE.
           PERFORM VARYING DO-IDX FROM 1 BY 1
               UNTIL DO-IDX > WS-DROF-COUNT
               IF WS-DO-NUMERO(DO-IDX) = WS-NUMERO-IN
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               DISPLAY "Incidente inexistente."
           ELSE
               IF WS-DO-ESTADO(DO-IDX) NOT = "A"
                   MOVE "N" TO WS-FOUND
                   DISPLAY "Incidente ja fechado (estado "
                       WS-DO-ESTADO(DO-IDX) ")."
               ELSE
                   COMPUTE WS-EM-DIVIDA = WS-DO-VALOR(DO-IDX)
                       - WS-DO-RECUPERADO(DO-IDX)
                   MOVE WS-EM-DIVIDA TO M-EM-DIVIDA
                   DISPLAY WS-DO-MATRICULA(DO-IDX) " "
                       WS-DO-DATA(DO-IDX) " em divida " M-EM-DIVIDA
               END-IF
           END-IF.


      *    pagamento do condutor (ou da seguradora); o incidente fecha
      *    como recuperado quando o valor fica todo pago. O dinheiro
      *    recebido entra no diario pela chave DRIVE-OFF-REC:
       RECOVERY-PROCEDURE.
           PERFORM FIND-INCIDENT-PROCEDURE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-VALOR-IN.
           PERFORM UNTIL WS-VALOR-IN > ZERO
               AND WS-VALOR-IN <= WS-EM-DIVIDA
               DISPLAY "Valor recebido (999999.99, ate ao valor em "
                   "divida): " WITH NO ADVANCING
               ACCEPT WS-VALOR-IN
           END-PERFORM.

           ADD WS-VALOR-IN TO WS-DO-RECUPERADO(DO-IDX).
           IF WS-DO-RECUPERADO(DO-IDX) >= WS-DO-VALOR(DO-IDX)
               MOVE "R" TO WS-DO-ESTADO(DO-IDX)
               MOVE WS-TODAY TO WS-DO-DATA-FECHO(DO-IDX)
           END-IF.
      *    a gravacao percorre a tabela com o DO-IDX:
           MOVE WS-DO-ESTADO(DO-IDX) TO WS-CONFIRM.
           PERFORM SAVE-DRIVE-OFFS-PROCEDURE.

           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           MOVE "DRIVE-OFF-REC" TO WS-GL-KEY.
           MOVE WS-TODAY TO WS-GL-DATE.
           MOVE WS-VALOR-IN TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           CLOSE GL-JOURNAL-FILE.

           IF WS-CONFIRM = "R"
               DISPLAY "Recuperacao registada -- incidente fechado."
           ELSE
               DISPLAY "Recuperacao parcial registada."
           END-IF.


      *    o que falta receber passa a perda: fecha o incidente e
      *    lanca o valor no diario pela chave DRIVE-OFF-WO:
       WRITE-OFF-PROCEDURE.
           PERFORM FIND-INCIDENT-PROCEDURE.
           IF WS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Abater " M-EM-DIVIDA " como perda? (S/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Abate cancelado."
               EXIT PARAGRAPH
           END-IF.

           MOVE "W" TO WS-DO-ESTADO(DO-IDX).
           MOVE WS-TODAY TO WS-DO-DATA-FECHO(DO-IDX).
           PERFORM SAVE-DRIVE-OFFS-PROCEDURE.

           PERFORM OPEN-GL-JOURNAL-PROCEDURE.
           MOVE "DRIVE-OFF-WO" TO WS-GL-KEY.
           MOVE WS-TODAY TO WS-GL-DATE.
           MOVE WS-EM-DIVIDA TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-PAIR-PROCEDURE.
           CLOSE GL-JOURNAL-FILE.
           DISPLAY "Incidente abatido.".


      *    matriculas com dois ou mais incidentes (qualquer estado),
      *    com o valor total levado e o que ainda esta em aberto:
       REPEAT-PLATES-PROCEDURE.
           PERFORM LOAD-DRIVE-OFFS-PROCEDURE.
           MOVE ZERO TO WS-PLATE-COUNT.
           PERFORM VARYING DO-IDX FROM 1 BY 1
               UNTIL DO-IDX > WS-DROF-COUNT
               PERFORM ACCUMULATE-PLATE-PROCEDURE
           END-PERFORM.

           MOVE ZERO TO WS-N-REPEAT.
           OPEN OUTPUT PLATES-REPORT-FILE.
           MOVE SPACES TO PLATES-REPORT-LINE.
           STRING "MATRICULAS COM FUGAS REPETIDAS - " WS-TODAY
               DELIMITED BY SIZE INTO PLATES-REPORT-LINE.
           WRITE PLATES-REPORT-LINE.
           MOVE SPACES TO PLATES-REPORT-LINE.
           STRING "MATRICULA  INCID.  VALOR TOTAL    EM DIVIDA"
               DELIMITED BY SIZE INTO PLATES-REPORT-LINE.
           WRITE PLATES-REPORT-LINE.
           PERFORM VARYING PL-IDX FROM 1 BY 1
               UNTIL PL-IDX > WS-PLATE-COUNT
               IF WS-PL-INCIDENTES(PL-IDX) > 1
                   ADD 1 TO WS-N-REPEAT
                   MOVE WS-PL-INCIDENTES(PL-IDX) TO M-INCIDENTES
                   MOVE WS-PL-VALOR(PL-IDX) TO M-TOTAL
                   MOVE WS-PL-EM-DIVIDA(PL-IDX) TO M-PL-DIVIDA
                   MOVE SPACES TO PLATES-REPORT-LINE
                   STRING WS-PL-MATRICULA(PL-IDX) " "
                       M-INCIDENTES "  " M-TOTAL "  " M-PL-DIVIDA
                       DELIMITED BY SIZE INTO PLATES-REPORT-LINE
                   WRITE PLATES-REPORT-LINE
                   DISPLAY PLATES-REPORT-LINE
               END-IF
           END-PERFORM.
           CLOSE PLATES-REPORT-FILE.
           MOVE "DRIVE-OFF-REGISTER" TO WS-SPL-PROGRAM.
           MOVE "MATRICULAS EM FUGA" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-PLATES-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY WS-N-REPEAT " matriculas reincidentes (relatorio em "
               FUNCTION TRIM(WS-PLATES-PATH) ").".


       ACCUMULATE-PLATE-PROCEDURE.
           MOVE "N" TO WS-PLATE-FOUND.
           PERFORM VARYING PL-IDX FROM 1 BY 1
               UNTIL PL-IDX > WS-PLATE-COUNT
               IF WS-PL-MATRICULA(PL-IDX) = WS-DO-MATRICULA(DO-IDX)
                   MOVE "Y" TO WS-PLATE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PLATE-FOUND = "N"
               ADD 1 TO WS-PLATE-COUNT
               SET PL-IDX TO WS-PLATE-COUNT
               MOVE WS-DO-MATRICULA(DO-IDX) TO WS-PL-MATRICULA(PL-IDX)
               MOVE ZERO TO WS-PL-INCIDENTES(PL-IDX)
               MOVE ZERO TO WS-PL-VALOR(PL-IDX)
               MOVE ZERO TO WS-PL-EM-DIVIDA(PL-IDX)
           END-IF.
           ADD 1 TO WS-PL-INCIDENTES(PL-IDX).
           ADD WS-DO-VALOR(DO-IDX) TO WS-PL-VALOR(PL-IDX).
           IF WS-DO-ESTADO(DO-IDX) = "A"
               COMPUTE WS-PL-EM-DIVIDA(PL-IDX) =
                   WS-PL-EM-DIVIDA(PL-IDX) + WS-DO-VALOR(DO-IDX)
                   - WS-DO-RECUPERADO(DO-IDX)
           END-IF.


       COPY "DROFP.cpy".

       COPY "OPERP.cpy".

       COPY "GLJRNP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM DRIVE-OFF-REGISTER.
