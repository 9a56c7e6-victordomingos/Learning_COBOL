       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-INCREASE-RUN.
      *=================================================================
      * Purpose: Yearly increase run for a new collective agreement.
      *          For every active employee in EMPLOYEE-MASTER the
      *          agreed percentage is applied to the base pay, and
      *          anyone still under the new minimum of their category
      *          (PAY-SCALES-MAINT, agreement year) is lifted to it.
      *          The proposed before/after amounts are listed on
      *          screen and in a report file, and -- once confirmed --
      *          queued as REMUN entries in the four-eyes approvals
      *          queue. Nothing changes in the master here: a GERENCIA
      *          operator approves in APPROVALS-REVIEW and
      *          EMPLOYEE-MASTER-MAINT applies the approved increases
      *          at its next start-up.
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
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "PSCLSEL.cpy".

      *    fila de aprovacoes a quatro olhos: os aumentos so chegam
      *    ao master depois de um segundo operador aprovar:
           COPY "PAPRSEL.cpy".

      *    operadores com sign-on: quem corre o aumento fica como
      *    requisitante de cada entrada:
           COPY "OPERSEL.cpy".

           SELECT INCREASE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-INCREASE-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "EMPLMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "PSCLFD.cpy".

           COPY "PAPRFD.cpy".

           COPY "OPERFD.cpy".

       FD  INCREASE-REPORT-FILE.
       01  INCREASE-REPORT-LINE PIC X(100).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "EMPLMWS.cpy".

           COPY "RJRNWS.cpy".

           COPY "PSCLWS.cpy".

           COPY "PAPRWS.cpy".

           COPY "OPERWS.cpy".

       01  WS-INCREASE-REPORT-PATH PIC X(60)
           VALUE "..\pay-increase-proposals.txt".
       01  WS-ENV-VALUE    PIC X(60).

       01  WS-EOF          PIC X VALUE "N".
       01  WS-SEL-YEAR     PIC 9(4).
       01  WS-SEL-PCT      PIC 99V99.
       01  WS-CONFIRM      PIC X.
       01  WS-NEW-BASE     PIC 9(6)V99.
       01  WS-FLAG         PIC X(12).
       01  WS-PENDING      PIC X.
       01  WS-ROOM         PIC 9(3).

      * propostas do acordo, pela ordem do master:
       01  WS-PR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 500 TIMES INDEXED BY PR-IDX.
               10 WS-PR-NUMERO PIC 9(5).
               10 WS-PR-OLD    PIC 9(6)V99.
               10 WS-PR-NEW    PIC 9(6)V99.
       01  WS-PR-OVERFLOW PIC X VALUE "N".

       01  WS-N-ACTIVE     PIC 9(5) VALUE ZERO.
       01  WS-N-UNCHANGED  PIC 9(5) VALUE ZERO.
       01  WS-N-PENDING    PIC 9(5) VALUE ZERO.
       01  WS-N-NO-BAND    PIC 9(5) VALUE ZERO.
       01  WS-N-ABOVE-MAX  PIC 9(5) VALUE ZERO.
       01  WS-TOT-OLD      PIC 9(8)V99 VALUE ZERO.
       01  WS-TOT-NEW      PIC 9(8)V99 VALUE ZERO.

       01  M-COUNT         PIC ZZZZ9.
       01  M-PCT           PIC Z9.99.
       01  M-OLD           PIC Z(5)9.99.
       01  M-NEW           PIC Z(5)9.99.
       01  M-TOTAL         PIC Z(7)9.99.
       01  M-TOTAL2        PIC Z(7)9.99.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    mexe na remuneracao de toda a gente: so o perfil FOLHA
      *    pode propor:
           IF WS-OPERATOR-ROLE NOT = SPACES
               AND WS-OPERATOR-ROLE NOT = "FOLHA"
               DISPLAY "ACESSO RECUSADO: o perfil '"
                   WS-OPERATOR-ROLE "' nao pode correr o aumento."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-PAPR-PATH-PROCEDURE.
           PERFORM LOAD-PAPR-FILE-PROCEDURE.
           IF WS-PAPR-OVERFLOW = "Y"
               DISPLAY "ERRO: pending-approvals com mais linhas do "
                   "que a tabela (100) -- aumento recusado; arquive "
                   "as entradas aplicadas/rejeitadas."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INIT-PSCL-PATH-PROCEDURE.
           PERFORM LOAD-PAY-SCALES-PROCEDURE.
           IF WS-PSCL-OVERFLOW = "Y"
               DISPLAY "ERRO: pay-scales com mais linhas do que a "
                   "tabela (300) -- aumento recusado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Ano do acordo (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YEAR.
           DISPLAY "Aumento acordado (%, 99.99; 0 = so o novo "
               "minimo): " WITH NO ADVANCING.
           ACCEPT WS-SEL-PCT.

           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "PAY_INCREASE_REPORT_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-INCREASE-REPORT-PATH
           END-IF.
           OPEN OUTPUT INCREASE-REPORT-FILE.
           MOVE WS-SEL-PCT TO M-PCT.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "PROPOSTA DE AUMENTOS - ACORDO " WS-SEL-YEAR
               " - " M-PCT "% ou novo minimo da categoria"
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Func. Nome                           Categoria   "
               "            Atual        Proposta"
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.

           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           MOVE 1 TO WS-EMP-REL-KEY.
           START EMPLOYEE-MASTER-FILE
               KEY IS NOT LESS THAN WS-EMP-REL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END PERFORM PROPOSE-EMPLOYEE-PROCEDURE
               END-READ
           END-PERFORM.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           PERFORM REPORT-TOTALS-PROCEDURE.
           CLOSE INCREASE-REPORT-FILE.
           MOVE "PAY-INCREASE-RUN" TO WS-SPL-PROGRAM.
           MOVE "PROPOSTAS DE AUMENTO" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-INCREASE-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-PR-COUNT = ZERO
               DISPLAY "Nenhum aumento a propor."
               STOP RUN
           END-IF.
           IF WS-PR-OVERFLOW = "Y"
               DISPLAY "ERRO: mais propostas do que a tabela (500) "
                   "-- nada enfileirado."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    ou entram todas as propostas na fila ou nenhuma -- um
      *    acordo aplicado a metade seria pior do que nenhum:
           COMPUTE WS-ROOM = 100 - WS-PAPR-COUNT.
           IF WS-PR-COUNT > WS-ROOM
               DISPLAY "ERRO: a fila de aprovacoes so tem lugar para "
                   WS-ROOM " entradas -- nada enfileirado; arquive "
                   "as entradas aplicadas/rejeitadas."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PR-COUNT TO M-COUNT.
           DISPLAY "Enfileirar " M-COUNT " aumentos para aprovacao "
               "(S/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               DISPLAY "Nada enfileirado (a proposta fica em "
                   WS-INCREASE-REPORT-PATH ")."
               STOP RUN
           END-IF.

           PERFORM VARYING PR-IDX FROM 1 BY 1
               UNTIL PR-IDX > WS-PR-COUNT
               PERFORM QUEUE-INCREASE-PROCEDURE
           END-PERFORM.
           PERFORM SAVE-PAPR-FILE-PROCEDURE.
           DISPLAY M-COUNT " aumentos em fila para aprovacao em "
               WS-PAPR-PATH ".".
           STOP RUN.


      *    cada linha da proposta vai ao ecra e ao relatorio:
       EMIT-REPORT-LINE-PROCEDURE.
           DISPLAY INCREASE-REPORT-LINE.
           WRITE INCREASE-REPORT-LINE.


      *    funcionario ativo: percentagem sobre a base atual e, se
      *    ainda ficar abaixo, o novo minimo da categoria:
       PROPOSE-EMPLOYEE-PROCEDURE.
           IF EM-TERM-YEAR NOT = ZERO OR EM-SETTLED = "S"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-N-ACTIVE.
           MOVE SPACES TO WS-FLAG.

           COMPUTE WS-NEW-BASE ROUNDED =
               EM-BASE-REMUN * (1 + WS-SEL-PCT / 100).
           MOVE WS-SEL-YEAR TO WS-SC-LOOKUP-YEAR.
           MOVE EM-CATEGORIA TO WS-SC-LOOKUP-CAT.
           PERFORM LOOKUP-PAY-SCALE-PROCEDURE.
           IF WS-SC-FOUND = "N"
               ADD 1 TO WS-N-NO-BAND
               MOVE "SEM BANDA" TO WS-FLAG
           ELSE
               IF WS-NEW-BASE < WS-SC-FOUND-MIN
                   MOVE WS-SC-FOUND-MIN TO WS-NEW-BASE
                   MOVE "NOVO MINIMO" TO WS-FLAG
               END-IF
               IF WS-SC-FOUND-MAX > ZERO
                   AND WS-NEW-BASE > WS-SC-FOUND-MAX
                   ADD 1 TO WS-N-ABOVE-MAX
                   MOVE "ACIMA MAXIMO" TO WS-FLAG
               END-IF
           END-IF.

           IF WS-NEW-BASE = EM-BASE-REMUN
               ADD 1 TO WS-N-UNCHANGED
               EXIT PARAGRAPH
           END-IF.

      *    um aumento ainda por rever para o mesmo funcionario nao e
      *    duplicado na fila:
           MOVE "N" TO WS-PENDING.
           PERFORM VARYING PA-IDX FROM 1 BY 1
               UNTIL PA-IDX > WS-PAPR-COUNT
               IF WS-PA-TIPO(PA-IDX) = "REMUN"
                   AND (WS-PA-STATUS(PA-IDX) = "P" OR "A")
                   AND FUNCTION NUMVAL(WS-PA-KEY(PA-IDX)) = EM-NUMERO
                   MOVE "Y" TO WS-PENDING
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PENDING = "Y"
               ADD 1 TO WS-N-PENDING
               MOVE "JA EM FILA" TO WS-FLAG
           ELSE
               IF WS-PR-COUNT >= 500
                   MOVE "Y" TO WS-PR-OVERFLOW
               ELSE
                   ADD 1 TO WS-PR-COUNT
                   SET PR-IDX TO WS-PR-COUNT
                   MOVE EM-NUMERO TO WS-PR-NUMERO(PR-IDX)
                   MOVE EM-BASE-REMUN TO WS-PR-OLD(PR-IDX)
                   MOVE WS-NEW-BASE TO WS-PR-NEW(PR-IDX)
                   ADD EM-BASE-REMUN TO WS-TOT-OLD
                   ADD WS-NEW-BASE TO WS-TOT-NEW
               END-IF
           END-IF.

           MOVE EM-BASE-REMUN TO M-OLD.
           MOVE WS-NEW-BASE TO M-NEW.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING EM-NUMERO " " EM-NOME " " EM-APELIDO " "
               EM-CATEGORIA " " M-OLD " -> " M-NEW " " WS-FLAG
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.


       REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE WS-N-ACTIVE TO M-COUNT.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Funcionarios ativos:               " M-COUNT
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE WS-PR-COUNT TO M-COUNT.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Aumentos propostos:                " M-COUNT
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE WS-N-UNCHANGED TO M-COUNT.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Sem alteracao:                     " M-COUNT
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE WS-N-PENDING TO M-COUNT.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Ja em fila (nao repetidos):        " M-COUNT
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE WS-N-NO-BAND TO M-COUNT.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Categoria sem banda:               " M-COUNT
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE WS-N-ABOVE-MAX TO M-COUNT.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Acima do maximo da banda:          " M-COUNT
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           MOVE WS-TOT-OLD TO M-TOTAL.
           MOVE WS-TOT-NEW TO M-TOTAL2.
           MOVE SPACES TO INCREASE-REPORT-LINE.
           STRING "Massa salarial mensal proposta: " M-TOTAL
               " -> " M-TOTAL2
               DELIMITED BY SIZE INTO INCREASE-REPORT-LINE.
           PERFORM EMIT-REPORT-LINE-PROCEDURE.
           IF WS-PR-OVERFLOW = "Y"
               MOVE "AVISO: mais propostas do que a tabela (500)."
                   TO INCREASE-REPORT-LINE
               PERFORM EMIT-REPORT-LINE-PROCEDURE
           END-IF.


       QUEUE-INCREASE-PROCEDURE.
           MOVE WS-PR-NEW(PR-IDX) TO WS-RI-NEW.
           MOVE WS-PR-OLD(PR-IDX) TO WS-RI-OLD.
           MOVE WS-SEL-YEAR TO WS-RI-YEAR.
           MOVE "REMUN" TO WS-PA-ADD-TIPO.
           MOVE WS-PR-NUMERO(PR-IDX) TO WS-PA-ADD-KEY.
           MOVE SPACES TO WS-PA-ADD-IMAGE.
           MOVE WS-REMUN-IMAGE TO WS-PA-ADD-IMAGE.
           MOVE WS-OPERATOR-ID TO WS-PA-ADD-OPER.
           PERFORM QUEUE-PENDING-PROCEDURE.


       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "PSCLP.cpy".

       COPY "PAPRP.cpy".

       COPY "OPERP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM PAY-INCREASE-RUN.
