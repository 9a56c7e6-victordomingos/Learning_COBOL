           ASSIGN TO DYNAMIC WS-DUPLICATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
           05 I-INVOICE-NO PIC 9(6).
           05 ISHIFT      PIC 99.
           05 IACCOUNT    PIC 9(5).
      *    ISP da linha (faturas anteriores a esta coluna: espacos):
           05 IEXCISE     PIC 9(5)V99.
      *    desconto de pontos/pessoal ja abatido a linha (idem):
           05 IDISCOUNT   PIC 9(6)V99.

       FD  DUPLICATE-FILE.
       01  DUPLICATE-LINE PIC X(60).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-GAS-INVOICE-PATH PIC X(60)
       01  WS-SEL-SHIFT  PIC 99.
       01  WS-N-FOUND    PIC 9(4) VALUE ZERO.
       01  WS-LINE-TOTAL PIC S9(8)V99.
       01  WS-EXCISE     PIC 9(5)V99.
       01  WS-DISCOUNT   PIC 9(6)V99.
       01  M-MONEY       PIC Z(6)9.99.
       01  M-PRICE       PIC Z(4)9.99.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM SEARCH-ONE-FILE-PROCEDURE.

           CLOSE DUPLICATE-FILE.
           MOVE "INVOICE-INQUIRY" TO WS-SPL-PROGRAM.
           MOVE "SEGUNDAS VIAS DE FATURAS" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-DUPLICATE-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           DISPLAY " ".
           DISPLAY "Faturas encontradas: " WS-N-FOUND
               DELIMITED BY SIZE INTO DUPLICATE-LINE.
           WRITE DUPLICATE-LINE.

           IF IEXCISE NUMERIC
               MOVE IEXCISE TO WS-EXCISE
           ELSE
               MOVE ZERO TO WS-EXCISE
           END-IF.
           IF WS-EXCISE > ZERO
               MOVE SPACES TO DUPLICATE-LINE
               MOVE WS-EXCISE TO M-MONEY
               STRING "ISP incluido (antes do IVA): " M-MONEY
                   DELIMITED BY SIZE INTO DUPLICATE-LINE
               WRITE DUPLICATE-LINE
           END-IF.

           IF IDISCOUNT NUMERIC
               MOVE IDISCOUNT TO WS-DISCOUNT
           ELSE
               MOVE ZERO TO WS-DISCOUNT
           END-IF.
           IF WS-DISCOUNT > ZERO
               MOVE SPACES TO DUPLICATE-LINE
               MOVE WS-DISCOUNT TO M-MONEY
               STRING "Desconto (com IVA): " M-MONEY
                   DELIMITED BY SIZE INTO DUPLICATE-LINE
               WRITE DUPLICATE-LINE
           END-IF.

           COMPUTE WS-LINE-TOTAL =
               (IQTY * IPRICE + WS-EXCISE) * (1 + ITAX / 100)
               - WS-DISCOUNT.
           IF ITTYPE = "R" OR ITTYPE = "r"
               OR ITTYPE = "V" OR ITTYPE = "v"
               COMPUTE WS-LINE-TOTAL = WS-LINE-TOTAL * -1
               MOVE WS-ENV-VALUE TO WS-DUPLICATE-PATH
           END-IF.


       COPY "SPOOLP.cpy".

       END PROGRAM INVOICE-INQUIRY.
