      *          recover the installment from each period's net pay
      *          instead of the owner's hand-outs being forgotten.
      *          Same line-mode list/add/retire menu style as
      *          LEAVE-MAINT and FLEET-RATES-MAINT. An advance can be
      *          granted from an amortization schedule saved in
      *          CALCULATOR, so the installment on file is the one
      *          quoted to the employee.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
      *    concedido um adiantamento:
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".

      *    planos de amortizacao guardados no CALCULATOR:
           COPY "AMRTSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ADVNFD.cpy".

           COPY "EMPLMFD.cpy".

           COPY "RJRNFD.cpy".

           COPY "AMRTFD.cpy".

       WORKING-STORAGE SECTION.
           COPY "ADVNWS.cpy".


           COPY "EMPLMWS.cpy".

           COPY "RJRNWS.cpy".

           COPY "AMRTWS.cpy".

       01  WS-OPTION      PIC X.
       01  WS-SEL-PLANO   PIC 9(6).
       01  WS-SEL-NUMERO  PIC 9(5).
       01  WS-SEL-ROW     PIC 9(3).
       01  WS-ROW-SHOWN   PIC ZZ9.

           PERFORM INIT-EMPLOYEE-MASTER-PATH-PROCEDURE.
           PERFORM OPEN-EMPLOYEE-MASTER-PROCEDURE.
           PERFORM INIT-AMRT-PATH-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "4"
               PERFORM SHOW-MENU-PROCEDURE
               DISPLAY "Nao existe funcionario com esse numero."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Plano de amortizacao do CALCULATOR (0 = nenhum): "
               WITH NO ADVANCING.
           ACCEPT WS-SEL-PLANO.
           IF WS-SEL-PLANO > ZERO
               PERFORM ADD-FROM-SCHEDULE-PROCEDURE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ADVN-COUNT.
           SET AD-IDX TO WS-ADVN-COUNT.
           MOVE WS-SEL-NUMERO TO WS-AD-NUMERO(AD-IDX).
               WS-EMP-NOME " " WS-EMP-APELIDO ".".


      *    montante, prestacao e saldo tirados do plano guardado: o
      *    saldo a recuperar e o total do plano (capital + juros), e
      *    a ultima prestacao acerta-se sozinha pelo saldo restante:
       ADD-FROM-SCHEDULE-PROCEDURE.
           MOVE WS-SEL-PLANO TO WS-AMRT-LOOKUP-REF.
           PERFORM FIND-LOAN-SCHEDULE-PROCEDURE.
           IF WS-AMRT-FOUND = "N"
               DISPLAY "Nao existe plano com essa referencia."
               EXIT PARAGRAPH
           END-IF.
           IF WS-AMRT-NUMERO NOT = ZERO
               AND WS-AMRT-NUMERO NOT = WS-SEL-NUMERO
               DISPLAY "RECUSADO: o plano foi feito para o "
                   "funcionario " WS-AMRT-NUMERO "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-AMRT-TOTAL > 999999.99
               DISPLAY "RECUSADO: total do plano acima do saldo "
                   "maximo de um adiantamento."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING AD-IDX FROM 1 BY 1
               UNTIL AD-IDX > WS-ADVN-COUNT
               IF WS-AD-NUMERO(AD-IDX) = WS-SEL-NUMERO
                   AND WS-AD-GRANTED(AD-IDX) = WS-AMRT-PRINCIPAL
                   AND WS-AD-INSTALLMENT(AD-IDX) = WS-AMRT-PRESTACAO
                   DISPLAY "AVISO: o funcionario ja tem um "
                       "adiantamento com este montante e prestacao."
               END-IF
           END-PERFORM.
           ADD 1 TO WS-ADVN-COUNT.
           SET AD-IDX TO WS-ADVN-COUNT.
           MOVE WS-SEL-NUMERO TO WS-AD-NUMERO(AD-IDX).
           MOVE WS-AMRT-PRINCIPAL TO WS-AD-GRANTED(AD-IDX).
           MOVE WS-AMRT-PRESTACAO TO WS-AD-INSTALLMENT(AD-IDX).
           MOVE WS-AMRT-TOTAL TO WS-AD-SALDO(AD-IDX).
           MOVE "Y" TO WS-DIRTY.
           MOVE WS-AMRT-PRINCIPAL TO M-MONEY.
           MOVE WS-AMRT-PRESTACAO TO M-MONEY2.
           DISPLAY "Adiantamento registado para "
               WS-EMP-NOME " " WS-EMP-APELIDO ": capital " M-MONEY
               ", " WS-AMRT-PERIODOS " prestacoes de " M-MONEY2 ".".
           MOVE WS-AMRT-TOTAL TO M-MONEY.
           DISPLAY "Saldo a recuperar (capital + juros): " M-MONEY.


       RETIRE-ADVANCE-PROCEDURE.
           DISPLAY "Linha a anular (ver Listar): " WITH NO ADVANCING.
           ACCEPT WS-SEL-ROW.

       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "AMRTP.cpy".

       END PROGRAM ADVANCES-MAINT.
