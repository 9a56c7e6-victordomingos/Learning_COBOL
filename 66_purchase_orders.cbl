      *          invoice counter), keeps the open-PO file that
      *          GOODS-RECEIVED matches receipts against, and prints
      *          the open-PO report showing what is still due from
      *          each publisher. Also orders the school book-list
      *          shortfalls confirmed on a BOOKLIST-FORECAST run,
      *          offered here as proposals like the reorder ones.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "POSEL.cpy".
           COPY "OPERSEL.cpy".
           COPY "BKPRSEL.cpy".

           SELECT PO-COUNTER-FILE
           ASSIGN TO DYNAMIC WS-PO-CTR-PATH
       DATA DIVISION.
       FILE SECTION.
       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".
       COPY "POFD.cpy".
       COPY "OPERFD.cpy".
       COPY "BKPRFD.cpy".

       FD  PO-COUNTER-FILE.
       01  PO-COUNTER-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".
       COPY "POWS.cpy".
       COPY "OPERWS.cpy".
       COPY "BKPRWS.cpy".

       01  WS-PO-CTR-PATH   PIC X(60) VALUE "..\po-counter.txt".
       01  WS-PO-CTR-STATUS PIC XX.
               STOP RUN
           END-IF.
           PERFORM READ-PO-COUNTER-PROCEDURE.
           PERFORM INIT-BKPR-PATH-PROCEDURE.
           PERFORM LOAD-BOOKLIST-PROPOSALS-PROCEDURE.

           PERFORM UNTIL WS-OPTION = "4"
               PERFORM SHOW-MENU-PROCEDURE
                   WHEN "1" PERFORM PROPOSE-ORDERS-PROCEDURE
                   WHEN "2" PERFORM LIST-OPEN-PO-PROCEDURE
                   WHEN "3" PERFORM OPEN-PO-REPORT-PROCEDURE
                   WHEN "5" PERFORM PROPOSE-BOOKLIST-PROCEDURE
                   WHEN "4" CONTINUE
                   WHEN OTHER
                       DISPLAY "Opcao invalida."
               PERFORM WRITE-PO-COUNTER-PROCEDURE
               DISPLAY "Encomendas gravadas em " WS-PO-PATH "."
           END-IF.
           IF WS-BKPR-DIRTY = "Y"
               PERFORM SAVE-BOOKLIST-PROPOSALS-PROCEDURE
           END-IF.
           STOP RUN.


           DISPLAY "2 - Listar encomendas abertas".
           DISPLAY "3 - Relatorio de pendentes por editora".
           DISPLAY "4 - Gravar e sair".
           DISPLAY "5 - Propor encomendas (listas escolares)".
           DISPLAY "Opcao: " WITH NO ADVANCING.
           ACCEPT WS-OPTION.

           ADD 1 TO WS-PO-NEXT-NO.


      *    Faltas das listas escolares confirmadas no
      *    BOOKLIST-FORECAST: cada proposta pendente e encomendada (S),
      *    recusada (R) ou fica pendente para outra passagem; a
      *    encomendada guarda o numero da encomenda.
       PROPOSE-BOOKLIST-PROCEDURE.
           MOVE ZERO TO WS-N-PROPOSED.
           PERFORM VARYING BP-IDX FROM 1 BY 1
               UNTIL BP-IDX > WS-BKPR-COUNT
               IF WS-BP-STATUS(BP-IDX) = "P"
                   PERFORM PROPOSE-BOOKLIST-ONE-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-N-PROPOSED = ZERO
               DISPLAY "Nenhuma proposta pendente das listas "
                   "escolares."
           END-IF.


       PROPOSE-BOOKLIST-ONE-PROCEDURE.
           ADD 1 TO WS-N-PROPOSED.
           MOVE WS-BP-ISBN(BP-IDX) TO WS-STOCK-LOOKUP-ISBN.
           PERFORM LOOKUP-STOCK-PROCEDURE.
           DISPLAY " ".
           IF WS-STOCK-FOUND = "Y"
               DISPLAY "Proposta: " WS-BP-ISBN(BP-IDX) " "
                   WS-STOCK-TITLE(SM-IDX)
           ELSE
               DISPLAY "Proposta: " WS-BP-ISBN(BP-IDX)
           END-IF.
           DISPLAY "  listas escolares (previsao de "
               WS-BP-DATA(BP-IDX) ") -> propor " WS-BP-QTY(BP-IDX).
           DISPLAY "Encomendar (S), recusar (R) ou deixar pendente: "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "R" OR WS-CONFIRM = "r"
               MOVE "R" TO WS-BP-STATUS(BP-IDX)
               MOVE "Y" TO WS-BKPR-DIRTY
               DISPLAY "Proposta recusada."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONFIRM NOT = "S" AND WS-CONFIRM NOT = "s"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PO-COUNT >= 200
               DISPLAY "Tabela de encomendas cheia -- proposta NAO "
                   "registada."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Editora/fornecedor (ate 20 caracteres): "
               WITH NO ADVANCING.
           ACCEPT WS-SUPPLIER-IN.

           ADD 1 TO WS-PO-COUNT.
           SET PO-IDX TO WS-PO-COUNT.
           MOVE WS-PO-NEXT-NO TO WS-PO-NUMBER(PO-IDX).
           MOVE WS-BP-ISBN(BP-IDX) TO WS-PO-ISBN(PO-IDX).
           MOVE WS-SUPPLIER-IN TO WS-PO-SUPPLIER(PO-IDX).
           MOVE WS-BP-QTY(BP-IDX) TO WS-PO-QTY(PO-IDX).
           MOVE ZERO TO WS-PO-RECEIVED(PO-IDX).
           MOVE "A" TO WS-PO-STATUS(PO-IDX).
           MOVE WS-TODAY TO WS-PO-DATA(PO-IDX).
           MOVE "Y" TO WS-PO-DIRTY.
           MOVE "E" TO WS-BP-STATUS(BP-IDX).
           MOVE WS-PO-NEXT-NO TO WS-BP-PO-NUMBER(BP-IDX).
           MOVE "Y" TO WS-BKPR-DIRTY.
           DISPLAY "Encomenda n. " WS-PO-NEXT-NO " registada.".
           ADD 1 TO WS-PO-NEXT-NO.


       LIST-OPEN-PO-PROCEDURE.
           PERFORM VARYING PO-IDX FROM 1 BY 1
               UNTIL PO-IDX > WS-PO-COUNT

       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "POP.cpy".

       COPY "OPERP.cpy".

       COPY "BKPRP.cpy".

       END PROGRAM PURCHASE-ORDERS.
