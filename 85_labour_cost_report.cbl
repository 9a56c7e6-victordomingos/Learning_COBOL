       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOUR-COST-REPORT.
      *=================================================================
      * Purpose: Labour cost by section and category for an accepted
      *          year/month, from the deductions ledger: gross pay,
      *          the employer's own social-security contribution
      *          (DL-EMPLOYER-SS) and total cost, per group and per
      *          head -- the figures the accountant used to work out
      *          by hand every month. Section and category come from
      *          the EMPLOYEE-MASTER; a ledger line whose employee is
      *          no longer on file is reported under "(sem master)"
      *          and flagged to the shared EXCEPTIONS-FILE.
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
           COPY "DEDLGSEL.cpy".
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY "DEDLGFD.cpy".

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "DEDLGWS.cpy".

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

       01  WS-EOF          PIC X VALUE "N".
       01  WS-SEL-YEAR     PIC 9(4).
       01  WS-SEL-MONTH    PIC 99.
       01  WS-SEL-YYYYMM   PIC 9(6).
       01  WS-DL-YYYYMM    PIC 9(6).
       01  WS-LINE-ER-SS   PIC 9(7)V99.

      * custo acumulado por seccao + categoria; o numero de pessoas
      * conta cada funcionario uma so vez por grupo, mesmo com varias
      * linhas no mes (folha normal, subsidio, retroativos):
       01  WS-LC-COUNT PIC 99 VALUE ZERO.
       01  WS-LC-TABLE.
           05 WS-LC-ENTRY OCCURS 60 TIMES INDEXED BY LC-IDX.
               10 WS-LC-SECCAO    PIC X(20).
               10 WS-LC-CATEGORIA PIC X(20).
               10 WS-LC-HEADS     PIC 9(5).
               10 WS-LC-GROSS     PIC 9(9)V99.
               10 WS-LC-ER-SS     PIC 9(9)V99.
       01  WS-LC-OVERFLOW PIC X VALUE "N".

      * funcionarios ja contados, com o grupo onde ficaram:
       01  WS-SEEN-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SEEN-TABLE.
           05 WS-SEEN-ENTRY OCCURS 300 TIMES INDEXED BY SN-IDX.
               10 WS-SN-NUMERO PIC 9(5).
       01  WS-SEEN-FOUND PIC X.

       01  WS-FOUND        PIC X.
       01  WS-GRP-SECCAO   PIC X(20).
       01  WS-GRP-CATEGORIA PIC X(20).

      * totais gerais:
       01  WS-TOT-HEADS    PIC 9(5) VALUE ZERO.
       01  WS-TOT-GROSS    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-ER-SS    PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-COST     PIC 9(9)V99 VALUE ZERO.
       01  WS-GRP-COST     PIC 9(9)V99.
       01  WS-PER-HEAD     PIC 9(9)V99.

       01  M-HEADS         PIC ZZZZ9.
       01  M-MONEY         PIC Z(8)9.99.
       01  M-MONEY2        PIC Z(8)9.99.
       01  M-MONEY3        PIC Z(8)9.99.
       01  M-MONEY4        PIC Z(8)9.99.

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ano (AAAA): " WITH NO ADVANCING.
           ACCEPT WS-SEL-YEAR.
           DISPLAY "Mes (MM): " WITH NO ADVANCING.
           ACCEPT WS-SEL-MONTH.
           COMPUTE WS-SEL-YYYYMM =
               WS-SEL-YEAR * 100 + WS-SEL-MONTH.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM READ-LEDGER-PROCEDURE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           IF WS-LC-OVERFLOW = "Y"
               DISPLAY "AVISO: mais grupos seccao/categoria do que a "
                   "tabela (60) -- os restantes NAO constam do mapa."
           END-IF.
           PERFORM PRINT-REPORT-PROCEDURE.

           CLOSE EXCEPTIONS-FILE.
           STOP RUN.


       READ-LEDGER-PROCEDURE.
           ACCEPT WS-DEDLG-ENV-VALUE FROM ENVIRONMENT
               "DEDUCTIONS_LEDGER_FILE".
           IF WS-DEDLG-ENV-VALUE NOT = SPACES
               MOVE WS-DEDLG-ENV-VALUE TO WS-DEDLG-PATH
           END-IF.
           OPEN INPUT DEDUCTIONS-LEDGER-FILE.
           IF WS-DEDLG-STATUS = "35"
               DISPLAY "Sem registo de retencoes (" WS-DEDLG-PATH ")."
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ DEDUCTIONS-LEDGER-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM TALLY-LEDGER-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE DEDUCTIONS-LEDGER-FILE
           END-IF.


      *    Uma linha do registo do mes selecionado: procura a seccao
      *    e a categoria do funcionario no master e soma ao grupo.
      *    Linhas gravadas antes da coluna patronal existir leem
      *    espacos -- contam como zero.
       TALLY-LEDGER-LINE-PROCEDURE.
           COMPUTE WS-DL-YYYYMM = DL-PERIOD-END / 100.
           IF WS-DL-YYYYMM NOT = WS-SEL-YYYYMM
               EXIT PARAGRAPH
           END-IF.

           IF DL-EMPLOYER-SS NUMERIC
               MOVE DL-EMPLOYER-SS TO WS-LINE-ER-SS
           ELSE
               MOVE ZERO TO WS-LINE-ER-SS
           END-IF.

           MOVE DL-NUMERO TO WS-EMP-LOOKUP-NUMERO.
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           IF WS-EMP-FOUND = "Y"
               MOVE WS-EMP-SECCAO TO WS-GRP-SECCAO
               MOVE WS-EMP-CATEGORIA TO WS-GRP-CATEGORIA
           ELSE
               MOVE "(sem master)" TO WS-GRP-SECCAO
               MOVE SPACES TO WS-GRP-CATEGORIA
               MOVE "LABOUR-COST-REPORT" TO EX-PROGRAM
               MOVE "Linha do registo sem funcionario no master"
                   TO EX-REASON
               MOVE DL-NUMERO TO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
           END-IF.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING LC-IDX FROM 1 BY 1
               UNTIL LC-IDX > WS-LC-COUNT
               IF WS-LC-SECCAO(LC-IDX) = WS-GRP-SECCAO
                   AND WS-LC-CATEGORIA(LC-IDX) = WS-GRP-CATEGORIA
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-LC-COUNT < 60
                   ADD 1 TO WS-LC-COUNT
                   SET LC-IDX TO WS-LC-COUNT
                   MOVE WS-GRP-SECCAO TO WS-LC-SECCAO(LC-IDX)
                   MOVE WS-GRP-CATEGORIA TO WS-LC-CATEGORIA(LC-IDX)
                   MOVE ZERO TO WS-LC-HEADS(LC-IDX)
                   MOVE ZERO TO WS-LC-GROSS(LC-IDX)
                   MOVE ZERO TO WS-LC-ER-SS(LC-IDX)
               ELSE
                   MOVE "Y" TO WS-LC-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD DL-GROSS TO WS-LC-GROSS(LC-IDX).
           ADD WS-LINE-ER-SS TO WS-LC-ER-SS(LC-IDX).

           PERFORM COUNT-HEAD-PROCEDURE.


      *    cada funcionario conta uma vez no mes:
       COUNT-HEAD-PROCEDURE.
           MOVE "N" TO WS-SEEN-FOUND.
           PERFORM VARYING SN-IDX FROM 1 BY 1
               UNTIL SN-IDX > WS-SEEN-COUNT
               IF WS-SN-NUMERO(SN-IDX) = DL-NUMERO
                   MOVE "Y" TO WS-SEEN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-SEEN-FOUND = "N" AND WS-SEEN-COUNT < 300
               ADD 1 TO WS-SEEN-COUNT
               MOVE DL-NUMERO TO WS-SN-NUMERO(WS-SEEN-COUNT)
               ADD 1 TO WS-LC-HEADS(LC-IDX)
           END-IF.


       PRINT-REPORT-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- CUSTO DE PESSOAL POR SECCAO/CATEGORIA ("
               WS-SEL-YEAR "/" WS-SEL-MONTH ") -----".
           DISPLAY "Seccao               Categoria            "
               "Pess.        Bruto   Encargo SS  "
               "Custo total   Custo/pess.".
           PERFORM VARYING LC-IDX FROM 1 BY 1
               UNTIL LC-IDX > WS-LC-COUNT
               COMPUTE WS-GRP-COST =
                   WS-LC-GROSS(LC-IDX) + WS-LC-ER-SS(LC-IDX)
               IF WS-LC-HEADS(LC-IDX) > ZERO
                   COMPUTE WS-PER-HEAD ROUNDED =
                       WS-GRP-COST / WS-LC-HEADS(LC-IDX)
               ELSE
                   MOVE ZERO TO WS-PER-HEAD
               END-IF
               MOVE WS-LC-HEADS(LC-IDX) TO M-HEADS
               MOVE WS-LC-GROSS(LC-IDX) TO M-MONEY
               MOVE WS-LC-ER-SS(LC-IDX) TO M-MONEY2
               MOVE WS-GRP-COST TO M-MONEY3
               MOVE WS-PER-HEAD TO M-MONEY4
               DISPLAY WS-LC-SECCAO(LC-IDX) " "
                   WS-LC-CATEGORIA(LC-IDX) " " M-HEADS " "
                   M-MONEY " " M-MONEY2 " " M-MONEY3 " " M-MONEY4
               ADD WS-LC-HEADS(LC-IDX) TO WS-TOT-HEADS
               ADD WS-LC-GROSS(LC-IDX) TO WS-TOT-GROSS
               ADD WS-LC-ER-SS(LC-IDX) TO WS-TOT-ER-SS
               ADD WS-GRP-COST TO WS-TOT-COST
           END-PERFORM.

           IF WS-TOT-HEADS > ZERO
               COMPUTE WS-PER-HEAD ROUNDED =
                   WS-TOT-COST / WS-TOT-HEADS
           ELSE
               MOVE ZERO TO WS-PER-HEAD
           END-IF.
           MOVE WS-TOT-HEADS TO M-HEADS.
           MOVE WS-TOT-GROSS TO M-MONEY.
           MOVE WS-TOT-ER-SS TO M-MONEY2.
           MOVE WS-TOT-COST TO M-MONEY3.
           MOVE WS-PER-HEAD TO M-MONEY4.
           DISPLAY " ".
           DISPLAY "TOTAL                                     "
               M-HEADS " " M-MONEY " " M-MONEY2 " " M-MONEY3 " "
               M-MONEY4.


       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       END PROGRAM LABOUR-COST-REPORT.
