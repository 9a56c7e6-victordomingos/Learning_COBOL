      *          check digit with the same mod-11 arithmetic BOOKSTORE
      *          uses on sales, increments the on-hand quantities and
      *          prints a received-goods register per supplier for
      *          matching against their invoices. Each title keeps
      *          the date of its last receipt and its publisher for
      *          the stock-ageing report.
      * Author:  Victor Domingos
      * Date:    2026-08-21
      * License: MIT
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *    encomendas abertas (PURCHASE-ORDERS): cada entrada e
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-COSTS-STATUS.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------

       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

       COPY "POFD.cpy".
           05 BC-ISBN PIC X(13).
           05 BC-COST PIC 9(5)V99.

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-RECEIPTS-PATH PIC X(60) VALUE "..\goods-received.txt".
       01  WS-ENV-VALUE     PIC X(60).

       01  WS-EOF        PIC X VALUE "N".
       01  WS-TODAY      PIC 9(8).
       01  WS-N-RECEIVED PIC 9(4) VALUE ZERO.
       01  WS-N-REJECTED PIC 9(4) VALUE ZERO.


       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

       COPY "POWS.cpy".
       01  WS-BCST-FOUND PIC X.
       01  WS-BCST-DIRTY PIC X VALUE "N".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           MOVE "GOODS-RECEIVED" TO WS-RJ-JOB.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM LOAD-BOOK-COSTS-PROCEDURE.
               PERFORM LOOKUP-STOCK-PROCEDURE
               IF WS-STOCK-FOUND = "Y"
                   ADD GR-QTY TO WS-STOCK-ON-HAND(SM-IDX)
                   PERFORM STAMP-RECEIPT-PROCEDURE
               ELSE
      *            titulo novo: entra no master com o nivel de
      *            reposicao a zero, a completar depois:
                       MOVE "(novo titulo)" TO WS-STOCK-TITLE(SM-IDX)
                       MOVE GR-QTY TO WS-STOCK-ON-HAND(SM-IDX)
                       MOVE ZERO TO WS-STOCK-REORDER-LEVEL(SM-IDX)
                       MOVE ZERO TO WS-STOCK-PVP(SM-IDX)
                       MOVE ZERO TO WS-STOCK-PVP-DATA(SM-IDX)
                       MOVE ZERO TO WS-STOCK-PVP-NOVO(SM-IDX)
                       MOVE ZERO TO WS-STOCK-PVP-NOVO-DATA(SM-IDX)
                       MOVE ZERO TO WS-STOCK-ULT-VENDA(SM-IDX)
                       MOVE SPACES TO WS-STOCK-EDITORA(SM-IDX)
                       MOVE SPACES TO WS-STOCK-AUTOR(SM-IDX)
                       PERFORM STAMP-RECEIPT-PROCEDURE
                   END-IF
               END-IF
               ADD 1 TO WS-N-RECEIVED
           END-IF.


      *    ultima entrada e editora do titulo, para a antiguidade do
      *    stock:
       STAMP-RECEIPT-PROCEDURE.
           MOVE WS-TODAY TO WS-STOCK-ULT-ENTRADA(SM-IDX).
           IF GR-SUPPLIER NOT = SPACES
               MOVE GR-SUPPLIER TO WS-STOCK-EDITORA(SM-IDX)
           END-IF.


      *    O custo unitario desta entrada passa a ser o custo do
      *    titulo (a ultima entrada e a que vale):
       CAPTURE-COST-PROCEDURE.
               END-IF
           END-PERFORM.
           CLOSE REGISTER-FILE.
           MOVE "GOODS-RECEIVED" TO WS-SPL-PROGRAM.
           MOVE "REGISTO DE MERCADORIA RECEBIDA" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-REGISTER-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.


       WRITE-SUPPLIER-GROUP-PROCEDURE.

       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "POP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM GOODS-RECEIVED.
