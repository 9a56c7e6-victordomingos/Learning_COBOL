       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAL-FUEL-REPORT.
      *=================================================================
      * Purpose: Monthly rental fleet fuel report. For the month
      *          asked for, sets per plate the fuel issued internally
      *          to the rental car from the forecourt tanks (litres,
      *          cost at weighted-average cost plus excise, from the
      *          internal issue register PRODUCT-PRICES keeps) against
      *          the refuelling charges PRODUCAO1-ALUGUER billed to the
      *          customers on return, with the difference -- so fuel
      *          given to the fleet and never billed shows up.
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
      *    consumos internos da frota (registo do PRODUCT-PRICES):
           COPY "FINTSEL.cpy".

      *    reabastecimentos faturados nas devolucoes:
           COPY "RFCHSEL.cpy".

           SELECT RENTAL-FUEL-REPORT-FILE
           ASSIGN TO DYNAMIC WS-RFUEL-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "FINTFD.cpy".

           COPY "RFCHFD.cpy".

       FD RENTAL-FUEL-REPORT-FILE.
       01 RENTAL-FUEL-REPORT-LINE PIC X(100).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "FINTWS.cpy".

           COPY "RFCHWS.cpy".

       01  WS-RFUEL-RPT-PATH   PIC X(60)
           VALUE "..\rental-fuel-report.txt".
       01  WS-ENV-VALUE        PIC X(60).

       01  WS-EOF       PIC X.
       01  WS-TODAY     PIC 9(8).

      * mes do relatorio (AAAAMM; ENTER = mes corrente):
       01  WS-MONTH-IN  PIC X(6).
       01  WS-MONTH     PIC 9(6).
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM   PIC 99.
       01  WS-REC-YYYYMM PIC 9(6).

      * acumulados do mes por matricula:
       01  WS-RF-COUNT PIC 99 VALUE ZERO.
       01  WS-RF-TABLE.
           05 WS-RF-ENTRY OCCURS 50 TIMES INDEXED BY RF-IDX.
               10 WS-RF-PLATE      PIC X(8).
               10 WS-RF-INT-LITROS PIC S9(7).
               10 WS-RF-INT-CUSTO  PIC S9(8)V99.
               10 WS-RF-FAT-LITROS PIC S9(6)V99.
               10 WS-RF-FAT-VALOR  PIC S9(8)V99.
       01  WS-RF-FOUND     PIC X.
       01  WS-RF-LOOKUP    PIC X(8).

       01  WS-N-INTERNAL   PIC 9(5) VALUE ZERO.
       01  WS-N-CHARGES    PIC 9(5) VALUE ZERO.
       01  WS-DIFERENCA    PIC S9(8)V99.
       01  WS-TOT-INT-LITROS PIC S9(7) VALUE ZERO.
       01  WS-TOT-INT-CUSTO  PIC S9(8)V99 VALUE ZERO.
       01  WS-TOT-FAT-LITROS PIC S9(6)V99 VALUE ZERO.
       01  WS-TOT-FAT-VALOR  PIC S9(8)V99 VALUE ZERO.

       01  M-INT-LITROS PIC -Z(6)9.
       01  M-INT-CUSTO  PIC -Z(7)9.99.
       01  M-FAT-LITROS PIC -Z(5)9.99.
       01  M-FAT-VALOR  PIC -Z(7)9.99.
       01  M-DIFERENCA  PIC -Z(7)9.99.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.

           DISPLAY "Mes do relatorio (AAAAMM, ENTER = mes corrente): "
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

           PERFORM SCAN-INTERNAL-PROCEDURE.
           PERFORM SCAN-CHARGES-PROCEDURE.
           PERFORM WRITE-REPORT-PROCEDURE.
           STOP RUN.


      *    combustivel dado a cada viatura no mes, ao custo (custo
      *    medio mais ISP):
       SCAN-INTERNAL-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT FUEL-INTERNAL-FILE.
           IF WS-FINT-STATUS = "35"
               DISPLAY "AVISO: sem registo de consumos internos ("
                   WS-FINT-PATH ") -- custo a zero."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FUEL-INTERNAL-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FI-DATA NUMERIC
                           COMPUTE WS-REC-YYYYMM = FI-DATA / 100
                           IF WS-REC-YYYYMM = WS-MONTH
                               MOVE FI-PLATE TO WS-RF-LOOKUP
                               PERFORM FIND-PLATE-PROCEDURE
                               IF WS-RF-FOUND = "Y"
                                   ADD FI-LITROS
                                       TO WS-RF-INT-LITROS(RF-IDX)
                                   ADD FI-CUSTO
                                       TO WS-RF-INT-CUSTO(RF-IDX)
                                   ADD FI-ISP
                                       TO WS-RF-INT-CUSTO(RF-IDX)
                                   ADD 1 TO WS-N-INTERNAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUEL-INTERNAL-FILE.


      *    reabastecimentos faturados no mes (os estornos vem com
      *    valor negativo e abatem):
       SCAN-CHARGES-PROCEDURE.
           MOVE "N" TO WS-EOF.
           OPEN INPUT REFUEL-CHARGE-FILE.
           IF WS-RFCH-STATUS = "35"
               DISPLAY "AVISO: sem ficheiro de reabastecimentos ("
                   FUNCTION TRIM(WS-RFCH-PATH) ") -- faturado a zero."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ REFUEL-CHARGE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RC-DATA NUMERIC
                           COMPUTE WS-REC-YYYYMM = RC-DATA / 100
                           IF WS-REC-YYYYMM = WS-MONTH
                               MOVE RC-PLATE TO WS-RF-LOOKUP
                               PERFORM FIND-PLATE-PROCEDURE
                               IF WS-RF-FOUND = "Y"
                                   PERFORM ADD-CHARGE-PROCEDURE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUEL-CHARGE-FILE.


       ADD-CHARGE-PROCEDURE.
           IF RC-VALOR < ZERO
               SUBTRACT RC-LITROS FROM WS-RF-FAT-LITROS(RF-IDX)
           ELSE
               ADD RC-LITROS TO WS-RF-FAT-LITROS(RF-IDX)
           END-IF.
           ADD RC-VALOR TO WS-RF-FAT-VALOR(RF-IDX).
           ADD 1 TO WS-N-CHARGES.


       FIND-PLATE-PROCEDURE.
           MOVE "N" TO WS-RF-FOUND.
           PERFORM VARYING RF-IDX FROM 1 BY 1
               UNTIL RF-IDX > WS-RF-COUNT
               IF WS-RF-PLATE(RF-IDX) = WS-RF-LOOKUP
                   MOVE "Y" TO WS-RF-FOUND
               END-IF
               IF WS-RF-FOUND = "Y"
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-RF-FOUND = "N" AND WS-RF-COUNT < 50
               ADD 1 TO WS-RF-COUNT
               SET RF-IDX TO WS-RF-COUNT
               MOVE WS-RF-LOOKUP TO WS-RF-PLATE(RF-IDX)
               MOVE ZERO TO WS-RF-INT-LITROS(RF-IDX)
               MOVE ZERO TO WS-RF-INT-CUSTO(RF-IDX)
               MOVE ZERO TO WS-RF-FAT-LITROS(RF-IDX)
               MOVE ZERO TO WS-RF-FAT-VALOR(RF-IDX)
               MOVE "Y" TO WS-RF-FOUND
           END-IF.


      *    uma linha por matricula: diferenca = faturado - custo
      *    (negativa quando a frota gastou mais do que se cobrou):
       WRITE-REPORT-PROCEDURE.
           OPEN OUTPUT RENTAL-FUEL-REPORT-FILE.
           MOVE SPACES TO RENTAL-FUEL-REPORT-LINE.
           STRING "COMBUSTIVEL DA FROTA DE ALUGUER - MES " WS-MONTH
               DELIMITED BY SIZE INTO RENTAL-FUEL-REPORT-LINE.
           WRITE RENTAL-FUEL-REPORT-LINE.
           MOVE ALL "=" TO RENTAL-FUEL-REPORT-LINE.
           WRITE RENTAL-FUEL-REPORT-LINE.
           MOVE SPACES TO RENTAL-FUEL-REPORT-LINE.
           STRING "MATRICULA "
               "  L INT."
               "  CUSTO C/ ISP"
               " L FATURADOS"
               "      FATURADO"
               "     DIFERENCA"
               DELIMITED BY SIZE INTO RENTAL-FUEL-REPORT-LINE.
           WRITE RENTAL-FUEL-REPORT-LINE.

           PERFORM VARYING RF-IDX FROM 1 BY 1
               UNTIL RF-IDX > WS-RF-COUNT
               COMPUTE WS-DIFERENCA = WS-RF-FAT-VALOR(RF-IDX)
                   - WS-RF-INT-CUSTO(RF-IDX)
               MOVE WS-RF-INT-LITROS(RF-IDX) TO M-INT-LITROS
               MOVE WS-RF-INT-CUSTO(RF-IDX) TO M-INT-CUSTO
               MOVE WS-RF-FAT-LITROS(RF-IDX) TO M-FAT-LITROS
               MOVE WS-RF-FAT-VALOR(RF-IDX) TO M-FAT-VALOR
               MOVE WS-DIFERENCA TO M-DIFERENCA
               MOVE SPACES TO RENTAL-FUEL-REPORT-LINE
               STRING WS-RF-PLATE(RF-IDX) "  "
                   M-INT-LITROS "  " M-INT-CUSTO "  "
                   M-FAT-LITROS "  " M-FAT-VALOR "  " M-DIFERENCA
                   DELIMITED BY SIZE INTO RENTAL-FUEL-REPORT-LINE
               WRITE RENTAL-FUEL-REPORT-LINE
               ADD WS-RF-INT-LITROS(RF-IDX) TO WS-TOT-INT-LITROS
               ADD WS-RF-INT-CUSTO(RF-IDX) TO WS-TOT-INT-CUSTO
               ADD WS-RF-FAT-LITROS(RF-IDX) TO WS-TOT-FAT-LITROS
               ADD WS-RF-FAT-VALOR(RF-IDX) TO WS-TOT-FAT-VALOR
           END-PERFORM.

           MOVE ALL "-" TO RENTAL-FUEL-REPORT-LINE.
           WRITE RENTAL-FUEL-REPORT-LINE.
           COMPUTE WS-DIFERENCA = WS-TOT-FAT-VALOR - WS-TOT-INT-CUSTO.
           MOVE WS-TOT-INT-LITROS TO M-INT-LITROS.
           MOVE WS-TOT-INT-CUSTO TO M-INT-CUSTO.
           MOVE WS-TOT-FAT-LITROS TO M-FAT-LITROS.
           MOVE WS-TOT-FAT-VALOR TO M-FAT-VALOR.
           MOVE WS-DIFERENCA TO M-DIFERENCA.
           MOVE SPACES TO RENTAL-FUEL-REPORT-LINE.
           STRING "TOTAL     "
               M-INT-LITROS "  " M-INT-CUSTO "  "
               M-FAT-LITROS "  " M-FAT-VALOR "  " M-DIFERENCA
               DELIMITED BY SIZE INTO RENTAL-FUEL-REPORT-LINE.
           WRITE RENTAL-FUEL-REPORT-LINE.
           CLOSE RENTAL-FUEL-REPORT-FILE.
           MOVE "RENTAL-FUEL-REPORT" TO WS-SPL-PROGRAM.
           MOVE "COMBUSTIVEL DOS ALUGUERES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-RFUEL-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-N-INTERNAL = ZERO AND WS-N-CHARGES = ZERO
               DISPLAY "AVISO: nenhum consumo interno nem "
                   "reabastecimento no mes " WS-MONTH "."
           END-IF.
           DISPLAY "Diferenca do mes " WS-MONTH
               " (faturado - custo): " M-DIFERENCA.
           DISPLAY "Relatorio em " FUNCTION TRIM(WS-RFUEL-RPT-PATH)
               ".".


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-FINT-PATH-PROCEDURE.
           PERFORM INIT-RFCH-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "RENTAL_FUEL_REPORT".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-RFUEL-RPT-PATH
           END-IF.


       COPY "FINTP.cpy".

       COPY "RFCHP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM RENTAL-FUEL-REPORT.
