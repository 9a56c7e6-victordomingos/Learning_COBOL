       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCISE-RETURN.
      *=================================================================
      * Purpose: Monthly fuel excise (ISP) return. For the month
      *          asked for, lists per product the litres received
      *          from the deliveries file, the net litres sold and
      *          the excise due from the excise ledger PRODUCT-PRICES
      *          appends each invoiced day, with grand totals -- the
      *          figures the customs declaration is filled from.
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
      *    livro do ISP (mesma imagem do EXCISE-LEDGER do
      *    PRODUCT-PRICES):
           SELECT EXCISE-LEDGER-FILE
           ASSIGN TO DYNAMIC WS-EXCISE-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCISE-LEDGER-STATUS.

      *    entregas de combustivel (mesma imagem do DELIVERIES-FILE
      *    do PRODUCT-PRICES):
           SELECT DELIVERIES-FILE
           ASSIGN TO DYNAMIC WS-DELIVERIES-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELIVERIES-STATUS.

           SELECT EXCISE-REPORT-FILE
           ASSIGN TO DYNAMIC WS-EXCISE-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD EXCISE-LEDGER-FILE.
       01 EXCISE-LEDGER-RECORD.
           05 XL-DATA     PIC 9(8).
           05 XL-PRODUTO  PIC X(20).
           05 XL-LITROS   PIC S9(7).
           05 XL-ISP      PIC S9(7)V99.

       FD DELIVERIES-FILE.
       01 DELIVERY-RECORD.
           05 GD-DATA    PIC 9(8).
           05 GD-PRODUTO PIC X(20).
           05 GD-LITROS  PIC 9(6).
           05 GD-GUIA    PIC X(10).

       FD EXCISE-REPORT-FILE.
       01 EXCISE-REPORT-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-EXCISE-LEDGER-PATH   PIC X(60)
           VALUE "..\excise-ledger.txt".
       01  WS-EXCISE-LEDGER-STATUS PIC XX.
       01  WS-DELIVERIES-PATH      PIC X(60)
           VALUE "..\gas-deliveries.txt".
       01  WS-DELIVERIES-STATUS    PIC XX.
       01  WS-EXCISE-RPT-PATH      PIC X(60)
           VALUE "..\excise-return.txt".
       01  WS-ENV-VALUE            PIC X(60).

       01  WS-EOF       PIC X.
       01  WS-TODAY     PIC 9(8).

      * mes da declaracao (AAAAMM; ENTER = mes corrente):
       01  WS-MONTH-IN  PIC X(6).
       01  WS-MONTH     PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM   PIC 99.
       01  WS-REC-YYYYMM PIC 9(6).

      * acumulados do mes por produto:
       01  WS-XR-COUNT PIC 99 VALUE ZERO.
       01  WS-XR-TABLE.
           05 WS-XR-ENTRY OCCURS 30 TIMES INDEXED BY XR-IDX.
               10 WS-XR-PRODUTO   PIC X(20).
               10 WS-XR-RECEIVED  PIC S9(9).
               10 WS-XR-SOLD      PIC S9(9).
               10 WS-XR-ISP       PIC S9(9)V99.
       01  WS-XR-FOUND     PIC X.
       01  WS-XR-LOOKUP    PIC X(20).

       01  WS-N-DAYS-LINES PIC 9(5) VALUE ZERO.
       01  WS-TOT-RECEIVED PIC S9(9) VALUE ZERO.
       01  WS-TOT-SOLD     PIC S9(9) VALUE ZERO.
       01  WS-TOT-ISP      PIC S9(9)V99 VALUE ZERO.

       01  M-RECEIVED  PIC -Z(8)9.
       01  M-SOLD      PIC -Z(8)9.
       01  M-ISP       PIC -Z(8)9.99.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           DISPLAY "Mes da declaracao (AAAAMM, ENTER = mes corrente): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN = SPACES
               COMPUTE WS-MONTH = WS-TODAY / 100
           ELSE
               IF WS-MONTH-IN NOT NUMERIC
                   DISPLAY "ERRO: mes invalido (AAAAMM)."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-MONTH-IN TO WS-MONTH
           END-IF.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "ERRO: mes invalido (AAAAMM)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SCAN-LEDGER-PROCEDURE.
           PERFORM SCAN-DELIVERIES-PROCEDURE.
           PERFORM WRITE-RETURN-PROCEDURE.
           STOP RUN.


      *    litros vendidos liquidos e ISP apurado de cada dia do mes
      *    (o livro so recebe linhas de dias efetivamente faturados):
       SCAN-LEDGER-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT EXCISE-LEDGER-FILE.
           IF WS-EXCISE-LEDGER-STATUS = "35"
               DISPLAY "AVISO: sem livro do ISP ("
                   WS-EXCISE-LEDGER-PATH ") -- vendas a zero."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EXCISE-LEDGER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF XL-DATA NUMERIC
                           COMPUTE WS-REC-YYYYMM = XL-DATA / 100
                           IF WS-REC-YYYYMM = WS-MONTH
                               MOVE XL-PRODUTO TO WS-XR-LOOKUP
                               PERFORM FIND-PRODUCT-PROCEDURE
                               IF WS-XR-FOUND = "Y"
                                   ADD XL-LITROS TO WS-XR-SOLD(XR-IDX)
                                   ADD XL-ISP TO WS-XR-ISP(XR-IDX)
                                   ADD 1 TO WS-N-DAYS-LINES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCISE-LEDGER-FILE.


      *    litros recebidos no mes, pela data da guia de entrega:
       SCAN-DELIVERIES-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DELIVERIES-FILE.
           IF WS-DELIVERIES-STATUS = "35"
               DISPLAY "AVISO: sem ficheiro de entregas ("
                   WS-DELIVERIES-PATH ") -- recebidos a zero."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ DELIVERIES-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GD-DATA NUMERIC AND GD-LITROS NUMERIC
                           COMPUTE WS-REC-YYYYMM = GD-DATA / 100
                           IF WS-REC-YYYYMM = WS-MONTH
                               MOVE GD-PRODUTO TO WS-XR-LOOKUP
                               PERFORM FIND-PRODUCT-PROCEDURE
                               IF WS-XR-FOUND = "Y"
                                   ADD GD-LITROS
                                       TO WS-XR-RECEIVED(XR-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DELIVERIES-FILE.


       FIND-PRODUCT-PROCEDURE.
           MOVE "N" TO WS-XR-FOUND.
           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > WS-XR-COUNT
               IF WS-XR-PRODUTO(XR-IDX) = WS-XR-LOOKUP
                   MOVE "Y" TO WS-XR-FOUND
               END-IF
               IF WS-XR-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-XR-FOUND = "N" AND WS-XR-COUNT < 30
               ADD 1 TO WS-XR-COUNT
               SET XR-IDX TO WS-XR-COUNT
               MOVE WS-XR-LOOKUP TO WS-XR-PRODUTO(XR-IDX)
               MOVE ZERO TO WS-XR-RECEIVED(XR-IDX)
               MOVE ZERO TO WS-XR-SOLD(XR-IDX)
               MOVE ZERO TO WS-XR-ISP(XR-IDX)
               MOVE "Y" TO WS-XR-FOUND
           END-IF.


       WRITE-RETURN-PROCEDURE.
           OPEN OUTPUT EXCISE-REPORT-FILE.
           MOVE SPACES TO EXCISE-REPORT-LINE.
           STRING "DECLARACAO MENSAL DE ISP - MES " WS-MONTH
               DELIMITED BY SIZE INTO EXCISE-REPORT-LINE.
           WRITE EXCISE-REPORT-LINE.
           MOVE ALL "=" TO EXCISE-REPORT-LINE.
           WRITE EXCISE-REPORT-LINE.
           MOVE SPACES TO EXCISE-REPORT-LINE.
           STRING "PRODUTO              "
               " L RECEBIDOS"
               "  L VENDIDOS"
               "     ISP DEVIDO"
               DELIMITED BY SIZE INTO EXCISE-REPORT-LINE.
           WRITE EXCISE-REPORT-LINE.

           PERFORM VARYING XR-IDX FROM 1 BY 1
               UNTIL XR-IDX > WS-XR-COUNT
               MOVE WS-XR-RECEIVED(XR-IDX) TO M-RECEIVED
               MOVE WS-XR-SOLD(XR-IDX) TO M-SOLD
               MOVE WS-XR-ISP(XR-IDX) TO M-ISP
               MOVE SPACES TO EXCISE-REPORT-LINE
               STRING WS-XR-PRODUTO(XR-IDX) " "
                   M-RECEIVED "  " M-SOLD "  " M-ISP
                   DELIMITED BY SIZE INTO EXCISE-REPORT-LINE
               WRITE EXCISE-REPORT-LINE
               ADD WS-XR-RECEIVED(XR-IDX) TO WS-TOT-RECEIVED
               ADD WS-XR-SOLD(XR-IDX) TO WS-TOT-SOLD
               ADD WS-XR-ISP(XR-IDX) TO WS-TOT-ISP
           END-PERFORM.

           MOVE ALL "-" TO EXCISE-REPORT-LINE.
           WRITE EXCISE-REPORT-LINE.
           MOVE WS-TOT-RECEIVED TO M-RECEIVED.
           MOVE WS-TOT-SOLD TO M-SOLD.
           MOVE WS-TOT-ISP TO M-ISP.
           MOVE SPACES TO EXCISE-REPORT-LINE.
           STRING "TOTAL                "
               M-RECEIVED "  " M-SOLD "  " M-ISP
               DELIMITED BY SIZE INTO EXCISE-REPORT-LINE.
           WRITE EXCISE-REPORT-LINE.
           CLOSE EXCISE-REPORT-FILE.
           MOVE "EXCISE-RETURN" TO WS-SPL-PROGRAM.
           MOVE "DECLARACAO DE ISP" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-EXCISE-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-N-DAYS-LINES = ZERO
               DISPLAY "AVISO: nenhum dia faturado no livro do ISP "
                   "para o mes " WS-MONTH "."
           END-IF.
           DISPLAY "ISP devido no mes " WS-MONTH ": " M-ISP.
           DISPLAY "Declaracao em " WS-EXCISE-RPT-PATH ".".


       INIT-FILE-PATHS-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXCISE_LEDGER_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXCISE-LEDGER-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "GAS_DELIVERIES_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DELIVERIES-PATH
           END-IF.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "EXCISE_RETURN_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-EXCISE-RPT-PATH
           END-IF.


       COPY "SPOOLP.cpy".

       END PROGRAM EXCISE-RETURN.
