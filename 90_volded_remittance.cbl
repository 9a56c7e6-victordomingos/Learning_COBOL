       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLDED-REMITTANCE.
      *=================================================================
      * Purpose: Monthly remittance list per third-party payee for an
      *          accepted year/month, from the voluntary-deductions
      *          ledger PRODUCAO1-REMUNERACAO appends to: for each
      *          union or insurer, the employees behind the amount
      *          (number, name, deduction code, amount) and the total
      *          we owe them, plus a grand total that should match the
      *          REMUNERACAO-VOLUNT posting. A ledger line whose
      *          employee is no longer on file still counts, printed
      *          as "(sem master)" and flagged to the EXCEPTIONS-FILE.
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
           COPY "VDEDSEL.cpy".
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY "VDEDFD.cpy".

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       COPY "VDEDWS.cpy".

       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

       01  WS-EOF          PIC X VALUE "N".
       01  WS-SEL-YEAR     PIC 9(4).
       01  WS-SEL-MONTH    PIC 99.
       01  WS-SEL-YYYYMM   PIC 9(6).
       01  WS-VL-YYYYMM    PIC 9(6).

      * linhas do mes selecionado, pela ordem do razao:
       01  WS-RL-COUNT PIC 9(4) VALUE ZERO.
       01  WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 1000 TIMES INDEXED BY RL-IDX.
               10 WS-RL-NUMERO PIC 9(5).
               10 WS-RL-CODE   PIC X(6).
               10 WS-RL-PAYEE  PIC X(20).
               10 WS-RL-AMOUNT PIC 9(6)V99.
       01  WS-RL-OVERFLOW PIC X VALUE "N".

      * entidades distintas do mes, pela ordem em que aparecem:
       01  WS-PY-COUNT PIC 99 VALUE ZERO.
       01  WS-PY-TABLE.
           05 WS-PY-ENTRY OCCURS 50 TIMES INDEXED BY PY-IDX.
               10 WS-PY-PAYEE  PIC X(20).
       01  WS-PY-OVERFLOW PIC X VALUE "N".
       01  WS-FOUND        PIC X.

       01  WS-PY-TOTAL     PIC 9(9)V99.
       01  WS-PY-LINES     PIC 9(5).
       01  WS-TOT-TOTAL    PIC 9(9)V99 VALUE ZERO.
       01  WS-EMP-SHOWN    PIC X(30).

       01  M-LINES         PIC ZZZZ9.
       01  M-MONEY         PIC Z(8)9.99.

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
           PERFORM INIT-VDED-PATHS-PROCEDURE.
           PERFORM READ-LEDGER-PROCEDURE.

           IF WS-RL-OVERFLOW = "Y"
               DISPLAY "AVISO: mais linhas no mes do que a tabela "
                   "(1000) -- as restantes NAO constam da lista."
           END-IF.
           IF WS-PY-OVERFLOW = "Y"
               DISPLAY "AVISO: mais entidades do que a tabela (50) "
                   "-- as restantes NAO constam da lista."
           END-IF.

           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM PRINT-REPORT-PROCEDURE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           CLOSE EXCEPTIONS-FILE.
           STOP RUN.


       READ-LEDGER-PROCEDURE.
           OPEN INPUT VOLDED-LEDGER-FILE.
           IF WS-VDL-STATUS = "35"
               DISPLAY "Sem razao de deducoes voluntarias ("
                   WS-VDL-PATH ")."
           ELSE
               PERFORM UNTIL WS-EOF = "Y"
                   READ VOLDED-LEDGER-FILE
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END PERFORM KEEP-LEDGER-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE VOLDED-LEDGER-FILE
           END-IF.


      *    so as linhas do mes selecionado; cada entidade nova entra
      *    na lista das entidades:
       KEEP-LEDGER-LINE-PROCEDURE.
           COMPUTE WS-VL-YYYYMM = VL-PERIOD-END / 100.
           IF WS-VL-YYYYMM NOT = WS-SEL-YYYYMM
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FOUND.
           PERFORM VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > WS-PY-COUNT
               IF WS-PY-PAYEE(PY-IDX) = VL-PAYEE
                   MOVE "Y" TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = "N"
               IF WS-PY-COUNT < 50
                   ADD 1 TO WS-PY-COUNT
                   MOVE VL-PAYEE TO WS-PY-PAYEE(WS-PY-COUNT)
               ELSE
                   MOVE "Y" TO WS-PY-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-RL-COUNT >= 1000
               MOVE "Y" TO WS-RL-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RL-COUNT.
           SET RL-IDX TO WS-RL-COUNT.
           MOVE VL-NUMERO TO WS-RL-NUMERO(RL-IDX).
           MOVE VL-CODE TO WS-RL-CODE(RL-IDX).
           MOVE VL-PAYEE TO WS-RL-PAYEE(RL-IDX).
           MOVE VL-AMOUNT TO WS-RL-AMOUNT(RL-IDX).


       PRINT-REPORT-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- REMESSAS DE DEDUCOES VOLUNTARIAS ("
               WS-SEL-YEAR "/" WS-SEL-MONTH ") -----".
           IF WS-PY-COUNT = ZERO
               DISPLAY "Nenhuma deducao voluntaria no mes."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING PY-IDX FROM 1 BY 1
               UNTIL PY-IDX > WS-PY-COUNT
               PERFORM PRINT-PAYEE-PROCEDURE
           END-PERFORM.

           MOVE WS-TOT-TOTAL TO M-MONEY.
           DISPLAY " ".
           DISPLAY "TOTAL A ENTREGAR (todas as entidades)   " M-MONEY.


      *    detalhe por funcionario e o total a entregar a entidade:
       PRINT-PAYEE-PROCEDURE.
           MOVE ZERO TO WS-PY-TOTAL.
           MOVE ZERO TO WS-PY-LINES.
           DISPLAY " ".
           DISPLAY "Entidade: " WS-PY-PAYEE(PY-IDX).
           DISPLAY "  Func. Nome                           Codigo"
               "        Montante".
           PERFORM VARYING RL-IDX FROM 1 BY 1
               UNTIL RL-IDX > WS-RL-COUNT
               IF WS-RL-PAYEE(RL-IDX) = WS-PY-PAYEE(PY-IDX)
                   MOVE WS-RL-NUMERO(RL-IDX) TO WS-EMP-LOOKUP-NUMERO
                   PERFORM LOOKUP-EMPLOYEE-PROCEDURE
                   IF WS-EMP-FOUND = "Y"
                       MOVE SPACES TO WS-EMP-SHOWN
                       STRING WS-EMP-NOME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           WS-EMP-APELIDO DELIMITED BY "  "
                           INTO WS-EMP-SHOWN
                   ELSE
                       MOVE "(sem master)" TO WS-EMP-SHOWN
                       MOVE "VOLDED-REMITTANCE" TO EX-PROGRAM
                       MOVE "Deducao voluntaria sem funcionario"
                           TO EX-REASON
                       MOVE WS-RL-NUMERO(RL-IDX) TO EX-DETAIL
                       PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
                   END-IF
                   MOVE WS-RL-AMOUNT(RL-IDX) TO M-MONEY
                   DISPLAY "  " WS-RL-NUMERO(RL-IDX) " "
                       WS-EMP-SHOWN " " WS-RL-CODE(RL-IDX) " "
                       M-MONEY
                   ADD WS-RL-AMOUNT(RL-IDX) TO WS-PY-TOTAL
                   ADD 1 TO WS-PY-LINES
               END-IF
           END-PERFORM.
           MOVE WS-PY-LINES TO M-LINES.
           MOVE WS-PY-TOTAL TO M-MONEY.
           DISPLAY "  Total " WS-PY-PAYEE(PY-IDX) " (" M-LINES
               " linhas)      " M-MONEY.
           ADD WS-PY-TOTAL TO WS-TOT-TOTAL.


       COPY "VDEDP.cpy".

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       END PROGRAM VOLDED-REMITTANCE.
