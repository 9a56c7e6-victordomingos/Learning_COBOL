       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSLIP-INQUIRY.
      *=================================================================
      * Purpose: Pay history of one employee from the payslip archive
      *          that PRODUCAO1-REMUNERACAO and RETRO-PAY keep -- one
      *          line per payslip issued (period, kind, gross,
      *          deductions, net) -- and a reprint of any of those
      *          payslips, word for word as first printed, marked
      *          "SEGUNDA VIA (DUPLICADO)" with the date and the
      *          operator who asked for it. Pay data is personal, so
      *          only the FOLHA profile gets in.
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
           COPY "PSARSEL.cpy".

           SELECT DUPLICATE-FILE
           ASSIGN TO DYNAMIC WS-DUPLICATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

      *    operadores com sign-on: so o perfil FOLHA consulta
      *    remuneracoes:
           COPY "OPERSEL.cpy".

      *    nome do funcionario (quem ja saiu continua no arquivo):
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "PSARFD.cpy".

       FD  DUPLICATE-FILE.
       01  DUPLICATE-LINE PIC X(70).

           COPY "OPERFD.cpy".

           COPY "EMPLMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "PSARWS.cpy".

           COPY "OPERWS.cpy".

           COPY "EMPLMWS.cpy".

           COPY "RJRNWS.cpy".

       01  WS-DUPLICATE-PATH PIC X(60)
           VALUE "..\payslip-duplicates.txt".
       01  WS-ENV-VALUE      PIC X(60).

       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-LINE    PIC 9(3).
       01  WS-EMP-SHOWN   PIC X(30).
       01  WS-TODAY       PIC 9(8).
       01  WS-KIND-DESCR  PIC X(12).
       01  WS-N-PRINTED   PIC 9(4) VALUE ZERO.

      * recibos do funcionario no arquivo, pela ordem de emissao:
       01  WS-PH-COUNT PIC 9(3) VALUE ZERO.
       01  WS-PH-TABLE.
           05 WS-PH-ENTRY OCCURS 300 TIMES INDEXED BY PH-IDX.
               10 WS-PH-PERIOD   PIC 9(8).
               10 WS-PH-KIND     PIC X.
               10 WS-PH-RUN-DATE PIC 9(8).
               10 WS-PH-GROSS    PIC 9(7)V99.
               10 WS-PH-DEDUCT   PIC 9(7)V99.
               10 WS-PH-NET      PIC 9(7)V99.
       01  WS-PH-OVERFLOW PIC X VALUE "N".

       01  WS-TOT-GROSS   PIC 9(9)V99.
       01  WS-TOT-DEDUCT  PIC 9(9)V99.
       01  WS-TOT-NET     PIC 9(9)V99.

       01  M-LINE         PIC ZZ9.
       01  M-MONEY        PIC Z(6)9.99.
       01  M-MONEY2       PIC Z(6)9.99.
       01  M-MONEY3       PIC Z(6)9.99.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SIGNON-PROCEDURE.
           IF WS-SIGNON-OK = "N"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    remuneracoes sao dados pessoais: so o perfil FOLHA pode
      *    entrar:
           IF WS-OPERATOR-ROLE NOT = SPACES
               AND WS-OPERATOR-ROLE NOT = "FOLHA"
               DISPLAY "ACESSO RECUSADO: o perfil '"
                   WS-OPERATOR-ROLE "' nao pode consultar recibos."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM INIT-PSAR-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PAYSLIP_DUPLICATES".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DUPLICATE-PATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY "Numero do funcionario: " WITH NO ADVANCING.
           ACCEPT WS-SEL-NUMERO.

           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           MOVE WS-SEL-NUMERO TO WS-EMP-LOOKUP-NUMERO.
           PERFORM LOOKUP-EMPLOYEE-PROCEDURE.
           IF WS-EMP-FOUND = "Y"
               MOVE SPACES TO WS-EMP-SHOWN
               STRING WS-EMP-NOME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-EMP-APELIDO DELIMITED BY "  "
                   INTO WS-EMP-SHOWN
           ELSE
               MOVE "(sem master)" TO WS-EMP-SHOWN
           END-IF.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.

           PERFORM READ-HISTORY-PROCEDURE.
           PERFORM SHOW-HISTORY-PROCEDURE.
           IF WS-PH-COUNT = ZERO
               STOP RUN
           END-IF.

           OPEN OUTPUT DUPLICATE-FILE.
           MOVE 999 TO WS-SEL-LINE.
           PERFORM UNTIL WS-SEL-LINE = ZERO
               DISPLAY " "
               DISPLAY "Linha a reimprimir (0 = sair): "
                   WITH NO ADVANCING
               ACCEPT WS-SEL-LINE
               IF WS-SEL-LINE > ZERO
                   IF WS-SEL-LINE > WS-PH-COUNT
                       DISPLAY "Linha invalida."
                   ELSE
                       SET PH-IDX TO WS-SEL-LINE
                       PERFORM REPRINT-PAYSLIP-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DUPLICATE-FILE.
           MOVE "PAYSLIP-INQUIRY" TO WS-SPL-PROGRAM.
           MOVE "SEGUNDAS VIAS DE RECIBOS" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-DUPLICATE-PATH TO WS-SPL-SOURCE-PATH.
           MOVE WS-OPERATOR-ID TO WS-SPL-OPERATOR.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-N-PRINTED > ZERO
               DISPLAY "Segundas vias emitidas: " WS-N-PRINTED
                   " (em " WS-DUPLICATE-PATH ")"
           END-IF.
           STOP RUN.


      *    so as linhas de resumo ("H") do funcionario pedido:
       READ-HISTORY-PROCEDURE.
           MOVE "N" TO WS-PS-EOF.
           OPEN INPUT PAYSLIP-ARCHIVE-FILE.
           IF WS-PSA-STATUS = "35"
               DISPLAY "Sem arquivo de recibos (" WS-PSA-PATH ")."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PS-EOF = "Y"
               READ PAYSLIP-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-PS-EOF
                   NOT AT END
                       IF PS-NUMERO = WS-SEL-NUMERO
                           AND PS-REC-TYPE = "H"
                           PERFORM KEEP-HISTORY-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYSLIP-ARCHIVE-FILE.


       KEEP-HISTORY-LINE-PROCEDURE.
           IF WS-PH-COUNT >= 300
               MOVE "Y" TO WS-PH-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PH-COUNT.
           SET PH-IDX TO WS-PH-COUNT.
           MOVE PS-PERIOD   TO WS-PH-PERIOD(PH-IDX).
           MOVE PS-KIND     TO WS-PH-KIND(PH-IDX).
           MOVE PS-RUN-DATE TO WS-PH-RUN-DATE(PH-IDX).
           MOVE PS-GROSS    TO WS-PH-GROSS(PH-IDX).
           MOVE PS-DEDUCT   TO WS-PH-DEDUCT(PH-IDX).
           MOVE PS-NET      TO WS-PH-NET(PH-IDX).


       SHOW-HISTORY-PROCEDURE.
           DISPLAY " ".
           DISPLAY "----- HISTORICO DE REMUNERACOES -----".
           DISPLAY "Funcionario: " WS-SEL-NUMERO " " WS-EMP-SHOWN.
           IF WS-PH-COUNT = ZERO
               DISPLAY "Nenhum recibo arquivado para o funcionario."
               EXIT PARAGRAPH
           END-IF.
           IF WS-PH-OVERFLOW = "Y"
               DISPLAY "AVISO: mais recibos do que a tabela (300) "
                   "-- os mais recentes NAO constam da lista."
           END-IF.
           MOVE ZERO TO WS-TOT-GROSS.
           MOVE ZERO TO WS-TOT-DEDUCT.
           MOVE ZERO TO WS-TOT-NET.
           DISPLAY "Lin Periodo  Tipo         Emitido        Bruto"
               "     Descontos      Liquido".
           PERFORM VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > WS-PH-COUNT
               SET WS-SEL-LINE TO PH-IDX
               MOVE WS-SEL-LINE TO M-LINE
               PERFORM KIND-DESCR-PROCEDURE
               MOVE WS-PH-GROSS(PH-IDX) TO M-MONEY
               MOVE WS-PH-DEDUCT(PH-IDX) TO M-MONEY2
               MOVE WS-PH-NET(PH-IDX) TO M-MONEY3
               DISPLAY M-LINE " " WS-PH-PERIOD(PH-IDX) " "
                   WS-KIND-DESCR " " WS-PH-RUN-DATE(PH-IDX) " "
                   M-MONEY " " M-MONEY2 " " M-MONEY3
               ADD WS-PH-GROSS(PH-IDX) TO WS-TOT-GROSS
               ADD WS-PH-DEDUCT(PH-IDX) TO WS-TOT-DEDUCT
               ADD WS-PH-NET(PH-IDX) TO WS-TOT-NET
           END-PERFORM.
           MOVE WS-TOT-GROSS TO M-MONEY.
           MOVE WS-TOT-DEDUCT TO M-MONEY2.
           MOVE WS-TOT-NET TO M-MONEY3.
           DISPLAY "    TOTAL                              "
               M-MONEY " " M-MONEY2 " " M-MONEY3.


       KIND-DESCR-PROCEDURE.
           EVALUATE WS-PH-KIND(PH-IDX)
               WHEN "N" MOVE "Normal"      TO WS-KIND-DESCR
               WHEN "C" MOVE "Fecho contas" TO WS-KIND-DESCR
               WHEN "F" MOVE "Sub. ferias" TO WS-KIND-DESCR
               WHEN "X" MOVE "Sub. Natal"  TO WS-KIND-DESCR
               WHEN "R" MOVE "Retroativo"  TO WS-KIND-DESCR
               WHEN OTHER MOVE "?"         TO WS-KIND-DESCR
           END-EVALUATE.


      *    as linhas do recibo tal como foram impressas, debaixo de
      *    um cabecalho de segunda via com a data e o operador:
       REPRINT-PAYSLIP-PROCEDURE.
           PERFORM KIND-DESCR-PROCEDURE.
           MOVE ALL "=" TO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "*** SEGUNDA VIA (DUPLICADO) *** emitida em "
               WS-TODAY " por " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE SPACES TO DUPLICATE-LINE.
           STRING "Funcionario " WS-SEL-NUMERO "  periodo "
               WS-PH-PERIOD(PH-IDX) "  " WS-KIND-DESCR
               "  original de " WS-PH-RUN-DATE(PH-IDX)
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           MOVE ALL "=" TO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.

           MOVE "N" TO WS-PS-EOF.
           OPEN INPUT PAYSLIP-ARCHIVE-FILE.
           PERFORM UNTIL WS-PS-EOF = "Y"
               READ PAYSLIP-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-PS-EOF
                   NOT AT END
                       IF PS-NUMERO = WS-SEL-NUMERO
                           AND PS-REC-TYPE = "L"
                           AND PS-PERIOD = WS-PH-PERIOD(PH-IDX)
                           AND PS-KIND = WS-PH-KIND(PH-IDX)
                           AND PS-RUN-DATE = WS-PH-RUN-DATE(PH-IDX)
                           MOVE PS-TEXT TO DUPLICATE-LINE
                           WRITE DUPLICATE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYSLIP-ARCHIVE-FILE.

           MOVE SPACES TO DUPLICATE-LINE.
           MOVE "*** SEGUNDA VIA -- NAO VALE COMO ORIGINAL ***"
               TO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.
           ADD 1 TO WS-N-PRINTED.
           DISPLAY "Recibo " WS-PH-PERIOD(PH-IDX) " " WS-KIND-DESCR
               " - segunda via emitida.".


       COPY "PSARP.cpy".

       COPY "OPERP.cpy".

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM PAYSLIP-INQUIRY.
