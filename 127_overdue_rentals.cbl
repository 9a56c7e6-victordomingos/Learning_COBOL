       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDUE-RENTALS.
      *=================================================================
      * Purpose: Daily list of vehicles overdue for return: every
      *          open rental agreement (opened by RENTAL-CHECKOUT and
      *          not yet closed at return by PRODUCAO1-ALUGUER) whose
      *          expected return date is before today, with the
      *          renter's name and phone from the rental-customer
      *          master so the counter can chase the car, and the
      *          number of days late. Each overdue renter with a
      *          notification channel on the master also gets an SMS
      *          or e-mail (once a day) through the shared outbox.
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
           COPY "RAGRSEL.cpy".
           COPY "RCUSTSEL.cpy".
           COPY "NOTFSEL.cpy".

           SELECT OVERDUE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-OVERDUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "RAGRFD.cpy".
           COPY "RCUSTFD.cpy".
           COPY "NOTFFD.cpy".

       FD  OVERDUE-REPORT-FILE.
       01  OVERDUE-REPORT-LINE PIC X(90).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "RAGRWS.cpy".
           COPY "RCUSTWS.cpy".
           COPY "NOTFWS.cpy".

       01  WS-OVERDUE-PATH PIC X(60) VALUE "..\overdue-rentals.txt".
       01  WS-ENV-VALUE    PIC X(60).

       01  WS-TODAY        PIC 9(8).
       01  WS-DAYS-LATE    PIC 9(5).
       01  WS-NOME         PIC X(20).
       01  WS-PHONE        PIC X(12).

       01  WS-N-OPEN       PIC 9(3) VALUE ZERO.
       01  WS-N-OVERDUE    PIC 9(3) VALUE ZERO.

       01  M-DAYS-LATE     PIC ZZZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-RAGR-FILE-PROCEDURE.
           PERFORM LOAD-RCUST-FILE-PROCEDURE.

           OPEN OUTPUT OVERDUE-REPORT-FILE.
           PERFORM PRINT-HEADER-PROCEDURE.
           PERFORM VARYING RA-IDX FROM 1 BY 1
               UNTIL RA-IDX > WS-RAGR-COUNT
               IF WS-RA-STATUS(RA-IDX) = "A"
                   ADD 1 TO WS-N-OPEN
                   IF WS-RA-PREVISTA(RA-IDX) < WS-TODAY
                       PERFORM PRINT-OVERDUE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM PRINT-TOTALS-PROCEDURE.
           CLOSE OVERDUE-REPORT-FILE.
           MOVE "OVERDUE-RENTALS" TO WS-SPL-PROGRAM.
           MOVE "ALUGUERES EM ATRASO" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-OVERDUE-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-RAGR-OVERFLOW = "Y"
               DISPLAY "AVISO: rental-agreements maior do que a "
                   "tabela (500) -- os restantes contratos NAO foram "
                   "verificados."
           END-IF.
           DISPLAY "Viaturas fora: " WS-N-OPEN " (em atraso: "
               WS-N-OVERDUE ") -- lista em " WS-OVERDUE-PATH.
           IF WS-NTF-N-QUEUED > ZERO
               DISPLAY WS-NTF-N-QUEUED " aviso(s) de atraso na caixa "
                   "de saida."
           END-IF.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-RAGR-PATH-PROCEDURE.
           PERFORM INIT-RCUST-PATH-PROCEDURE.
           PERFORM INIT-NOTF-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "OVERDUE_RENTALS_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-OVERDUE-PATH
           END-IF.


       PRINT-HEADER-PROCEDURE.
           MOVE SPACES TO OVERDUE-REPORT-LINE.
           STRING "VIATURAS EM ATRASO NA DEVOLUCAO EM " WS-TODAY
               DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE.
           WRITE OVERDUE-REPORT-LINE.
           MOVE SPACES TO OVERDUE-REPORT-LINE.
           WRITE OVERDUE-REPORT-LINE.
           MOVE SPACES TO OVERDUE-REPORT-LINE.
           STRING "CONTRATO MATRICULA BALCAO SAIU     PREVISTA "
               " DIAS  CLIENTE              TELEFONE"
               DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE.
           WRITE OVERDUE-REPORT-LINE.


      *    dias de atraso contados desde a data prevista de devolucao;
      *    cliente que ja nao esteja no mestre sai sem nome:
       PRINT-OVERDUE-PROCEDURE.
           ADD 1 TO WS-N-OVERDUE.
           COMPUTE WS-DAYS-LATE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(WS-RA-PREVISTA(RA-IDX)).
           MOVE WS-DAYS-LATE TO M-DAYS-LATE.
           MOVE WS-RA-CUSTNO(RA-IDX) TO WS-RCUST-LOOKUP-NUMERO.
           PERFORM LOOKUP-RCUST-PROCEDURE.
           IF WS-RCUST-FOUND = "Y"
               MOVE WS-RC-NOME(RC-IDX) TO WS-NOME
               MOVE WS-RC-PHONE(RC-IDX) TO WS-PHONE
               PERFORM QUEUE-OVERDUE-NOTICE-PROCEDURE
           ELSE
               MOVE "(cliente desconhec.)" TO WS-NOME
               MOVE SPACES TO WS-PHONE
           END-IF.
           MOVE SPACES TO OVERDUE-REPORT-LINE.
           STRING WS-RA-NUMERO(RA-IDX) "   " WS-RA-PLATE(RA-IDX)
               "  " WS-RA-BRANCH(RA-IDX) "    "
               WS-RA-LEVANT(RA-IDX) " " WS-RA-PREVISTA(RA-IDX)
               M-DAYS-LATE "  " WS-NOME " " WS-PHONE
               DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE.
           WRITE OVERDUE-REPORT-LINE.


      *    aviso de atraso ao cliente, no maximo um por contrato e dia:
       QUEUE-OVERDUE-NOTICE-PROCEDURE.
           MOVE SPACES TO WS-NTF-VARS.
           MOVE "OVERDUE-RENTALS" TO WS-NTF-PROGRAMA.
           MOVE "ALUG-ATRASO" TO WS-NTF-MODELO.
           MOVE SPACES TO WS-NTF-REF.
           STRING WS-RA-NUMERO(RA-IDX) "-" WS-TODAY
               DELIMITED BY SIZE INTO WS-NTF-REF.
           MOVE WS-RC-NOME(RC-IDX) TO WS-NTF-NOME.
           MOVE WS-RC-CANAL(RC-IDX) TO WS-NTF-CANAL.
           MOVE WS-RC-PHONE(RC-IDX) TO WS-NTF-TELEFONE.
           MOVE WS-RC-EMAIL(RC-IDX) TO WS-NTF-EMAIL.
           MOVE WS-RC-NOME(RC-IDX) TO WS-NTF-VAR(1).
           MOVE WS-RA-NUMERO(RA-IDX) TO WS-NTF-VAR(2).
           MOVE WS-RA-PLATE(RA-IDX) TO WS-NTF-VAR(3).
           MOVE WS-RA-PREVISTA(RA-IDX) TO WS-NTF-VAR(4).
           MOVE M-DAYS-LATE TO WS-NTF-VAR(5).
           PERFORM QUEUE-NOTIFICATION-PROCEDURE.


       PRINT-TOTALS-PROCEDURE.
           MOVE SPACES TO OVERDUE-REPORT-LINE.
           WRITE OVERDUE-REPORT-LINE.
           MOVE SPACES TO OVERDUE-REPORT-LINE.
           STRING "Viaturas fora: " WS-N-OPEN "  em atraso: "
               WS-N-OVERDUE
               DELIMITED BY SIZE INTO OVERDUE-REPORT-LINE.
           WRITE OVERDUE-REPORT-LINE.


       COPY "RAGRP.cpy".

       COPY "RCUSTP.cpy".

       COPY "NOTFP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM OVERDUE-RENTALS.
