       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLEET-DEPRECIATION.
      *=================================================================
      * Purpose: Monthly depreciation run of the rental fleet asset
      *          register (FLEET-ASSETS). Each vehicle in service is
      *          depreciated month by month from the month after the
      *          last one charged (or from its acquisition month) up
      *          to the month being closed: linear assets by
      *          (cost - residual) / useful life, declining-balance
      *          assets by the annual rate on the net book value,
      *          never below the residual value. The charge is added
      *          to the accumulated depreciation, the last month
      *          charged is recorded so a second run for the same
      *          month charges nothing, a line per vehicle goes to
      *          the depreciation report and the total is posted to
      *          the GL journal at the end of the month. The run's
      *          pages of the report are kept in the report archive.
      *          The month defaults to the current one and can be set
      *          with FLEET_DEPREC_MONTH (AAAAMM).
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
           COPY "FASSSEL.cpy".

      *    mapa mensal das amortizacoes:
           SELECT DEPREC-REPORT-FILE
           ASSIGN TO DYNAMIC WS-DEPREC-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPREC-STATUS.

           COPY "EXCEPTSEL.cpy".
           COPY "GLJRNSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           COPY "FASSFD.cpy".

       FD  DEPREC-REPORT-FILE.
       01  DEPREC-REPORT-LINE PIC X(80).

           COPY "EXCEPTFD.cpy".
           COPY "GLJRNFD.cpy".
           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           COPY "FASSWS.cpy".
           COPY "EXCEPTWS.cpy".
           COPY "GLJRNWS.cpy".
           COPY "SPOOLWS.cpy".

       01  WS-DEPREC-PATH   PIC X(60)
           VALUE "..\fleet-depreciation.txt".
       01  WS-DEPREC-STATUS PIC XX.
       01  WS-DEPREC-EOF    PIC X.
       01  WS-ENV-VALUE     PIC X(60).

       01  WS-TODAY     PIC 9(8).
       01  WS-MONTH     PIC 9(6).
       01  WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YYYY PIC 9(4).
           05 WS-MONTH-MM   PIC 99.
       01  WS-MONTH-END PIC 9(8).

      * mes em amortizacao na recuperacao de meses em atraso:
       01  WS-CUR-MES   PIC 9(6).
       01  WS-CUR-MES-R REDEFINES WS-CUR-MES.
           05 WS-CUR-YYYY PIC 9(4).
           05 WS-CUR-MM   PIC 99.

       01  WS-QUOTA       PIC 9(7)V99.
       01  WS-POR-AMORT   PIC 9(7)V99.
       01  WS-ASSET-TOTAL PIC 9(7)V99.
       01  WS-N-MESES     PIC 999.
       01  WS-RUN-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01  WS-N-ASSETS    PIC 999 VALUE ZERO.
       01  WS-N-ERRORS    PIC 999 VALUE ZERO.

       01  M-QUOTA        PIC Z(6)9.99.
       01  M-ACUM         PIC Z(6)9.99.
       01  M-LIQUIDO      PIC Z(6)9.99.
       01  M-TOTAL        PIC Z(8)9.99.
       01  M-MESES        PIC ZZ9.

      * ultimo dia do mes fechado, para o lancamento e o arquivo:
       COPY "DATEVAL.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           PERFORM LOAD-FASS-FILE-PROCEDURE.
      *    regravar a partir de uma tabela transbordada perderia
      *    viaturas -- nada e amortizado:
           IF WS-FASS-OVERFLOW = "Y"
               DISPLAY "ERRO: fleet-assets com mais linhas do "
                   "que a tabela (200) -- amortizacao recusada."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-SHARED-EXCEPTIONS-PROCEDURE.
           PERFORM COUNT-REPORT-LINES-PROCEDURE.
           OPEN EXTEND DEPREC-REPORT-FILE.
           IF WS-DEPREC-STATUS = "35"
               OPEN OUTPUT DEPREC-REPORT-FILE
           END-IF.
           PERFORM WRITE-REPORT-HEADER-PROCEDURE.

           PERFORM VARYING AF-IDX FROM 1 BY 1
               UNTIL AF-IDX > WS-FASS-COUNT
               IF WS-AF-STATUS(AF-IDX) = "A"
                   PERFORM DEPRECIATE-ASSET-PROCEDURE
               END-IF
           END-PERFORM.

           MOVE WS-RUN-TOTAL TO M-TOTAL.
           MOVE ALL "-" TO DEPREC-REPORT-LINE.
           WRITE DEPREC-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DEPREC-REPORT-LINE.
           STRING "TOTAL (" WS-N-ASSETS " viaturas) ...........: "
               M-TOTAL
               DELIMITED BY SIZE INTO DEPREC-REPORT-LINE.
           WRITE DEPREC-REPORT-LINE AFTER ADVANCING 1 LINE.
           CLOSE DEPREC-REPORT-FILE.
           CLOSE EXCEPTIONS-FILE.

           MOVE WS-MONTH-MM TO DV-MONTH.
           MOVE WS-MONTH-YYYY TO DV-YEAR.
           MOVE 1 TO DV-DAY.
           PERFORM VALIDATE-DATE-PROCEDURE.
           COMPUTE WS-MONTH-END = WS-MONTH * 100 + DV-DAYS-IN-MONTH.

      *    so as linhas desta execucao vao para o arquivo:
           MOVE "FLEET-DEPRECIATION" TO WS-SPL-PROGRAM.
           MOVE "AMORTIZACOES DA FROTA" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-MONTH-END TO WS-SPL-BUS-DATE.
           MOVE WS-DEPREC-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           IF WS-RUN-TOTAL > ZERO
               PERFORM SAVE-FASS-FILE-PROCEDURE
               PERFORM OPEN-GL-JOURNAL-PROCEDURE
               MOVE "FROTA-AMORTIZACAO" TO WS-GL-KEY
               MOVE WS-MONTH-END TO WS-GL-DATE
               MOVE WS-RUN-TOTAL TO WS-GL-AMOUNT
               PERFORM WRITE-GL-PAIR-PROCEDURE
               CLOSE GL-JOURNAL-FILE
           END-IF.

           DISPLAY "Mes amortizado: " WS-MONTH
               "  viaturas: " WS-N-ASSETS
               "  com erro: " WS-N-ERRORS.
           DISPLAY "Amortizacao do periodo: " M-TOTAL.
           IF WS-N-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.


       INIT-FILE-PATHS-PROCEDURE.
           PERFORM INIT-FASS-PATH-PROCEDURE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
               "FLEET_DEPRECIATION_FILE".
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-DEPREC-PATH
           END-IF.
      *    mes a fechar (por omissao o corrente):
           MOVE WS-TODAY(1:6) TO WS-MONTH.
           MOVE SPACES TO WS-ENV-VALUE.
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "FLEET_DEPREC_MONTH".
           IF WS-ENV-VALUE(1:6) IS NUMERIC
               MOVE WS-ENV-VALUE(1:6) TO WS-MONTH
           END-IF.


      *    linhas ja no mapa de execucoes anteriores, que nao voltam
      *    a ser arquivadas:
       COUNT-REPORT-LINES-PROCEDURE.
           MOVE ZERO TO WS-SPL-SKIP-LINES.
           MOVE "N" TO WS-DEPREC-EOF.
           OPEN INPUT DEPREC-REPORT-FILE.
           IF WS-DEPREC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DEPREC-EOF = "Y"
               READ DEPREC-REPORT-FILE
                   AT END MOVE "Y" TO WS-DEPREC-EOF
                   NOT AT END ADD 1 TO WS-SPL-SKIP-LINES
               END-READ
           END-PERFORM.
           CLOSE DEPREC-REPORT-FILE.


       WRITE-REPORT-HEADER-PROCEDURE.
           MOVE ALL "=" TO DEPREC-REPORT-LINE.
           WRITE DEPREC-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DEPREC-REPORT-LINE.
           STRING "AMORTIZACOES DA FROTA -- mes " WS-MONTH
               "   Data: " WS-TODAY
               DELIMITED BY SIZE INTO DEPREC-REPORT-LINE.
           WRITE DEPREC-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE ALL "=" TO DEPREC-REPORT-LINE.
           WRITE DEPREC-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DEPREC-REPORT-LINE.
           STRING "MATRICULA M MESES   AMORTIZACAO    ACUMULADA"
               "   VALOR LIQUIDO"
               DELIMITED BY SIZE INTO DEPREC-REPORT-LINE.
           WRITE DEPREC-REPORT-LINE AFTER ADVANCING 1 LINE.


      *    meses por amortizar: do seguinte ao ultimo amortizado (ou
      *    do mes da aquisicao) ate ao mes a fechar; o mes da
      *    aquisicao conta por inteiro:
       DEPRECIATE-ASSET-PROCEDURE.
           IF WS-AF-METODO(AF-IDX) = "L" AND WS-AF-VIDA(AF-IDX) = ZERO
               OR WS-AF-METODO(AF-IDX) = "D"
                   AND WS-AF-TAXA(AF-IDX) = ZERO
               OR WS-AF-METODO(AF-IDX) NOT = "L"
                   AND WS-AF-METODO(AF-IDX) NOT = "D"
               ADD 1 TO WS-N-ERRORS
               MOVE "FLEET-DEPRECIATION" TO EX-PROGRAM
               MOVE "Ativo sem vida util/taxa" TO EX-REASON
               MOVE SPACES TO EX-DETAIL
               STRING WS-AF-PLATE(AF-IDX)
                   " metodo " WS-AF-METODO(AF-IDX)
                   " vida " WS-AF-VIDA(AF-IDX)
                   DELIMITED BY SIZE INTO EX-DETAIL
               PERFORM WRITE-SHARED-EXCEPTION-PROCEDURE
               EXIT PARAGRAPH
           END-IF.

           IF WS-AF-ULT-MES(AF-IDX) = ZERO
               MOVE WS-AF-AQUISICAO(AF-IDX)(1:6) TO WS-CUR-MES
           ELSE
               MOVE WS-AF-ULT-MES(AF-IDX) TO WS-CUR-MES
               PERFORM NEXT-MONTH-PROCEDURE
           END-IF.
           IF WS-CUR-MES > WS-MONTH
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-ASSET-TOTAL.
           MOVE ZERO TO WS-N-MESES.
           PERFORM UNTIL WS-CUR-MES > WS-MONTH
               PERFORM MONTH-CHARGE-PROCEDURE
               ADD WS-QUOTA TO WS-AF-AMORT-ACUM(AF-IDX)
               ADD WS-QUOTA TO WS-ASSET-TOTAL
               ADD 1 TO WS-N-MESES
               MOVE WS-CUR-MES TO WS-AF-ULT-MES(AF-IDX)
               PERFORM NEXT-MONTH-PROCEDURE
           END-PERFORM.

           ADD 1 TO WS-N-ASSETS.
           ADD WS-ASSET-TOTAL TO WS-RUN-TOTAL.
           MOVE WS-N-MESES TO M-MESES.
           MOVE WS-ASSET-TOTAL TO M-QUOTA.
           MOVE WS-AF-AMORT-ACUM(AF-IDX) TO M-ACUM.
           COMPUTE M-LIQUIDO = WS-AF-CUSTO(AF-IDX)
               - WS-AF-AMORT-ACUM(AF-IDX).
           MOVE SPACES TO DEPREC-REPORT-LINE.
           STRING WS-AF-PLATE(AF-IDX) "  " WS-AF-METODO(AF-IDX)
               "   " M-MESES "   " M-QUOTA "   " M-ACUM
               "      " M-LIQUIDO
               DELIMITED BY SIZE INTO DEPREC-REPORT-LINE.
           WRITE DEPREC-REPORT-LINE AFTER ADVANCING 1 LINE.


      *    a quota nunca leva o valor liquido abaixo do residual:
       MONTH-CHARGE-PROCEDURE.
           COMPUTE WS-POR-AMORT = WS-AF-CUSTO(AF-IDX)
               - WS-AF-RESIDUAL(AF-IDX) - WS-AF-AMORT-ACUM(AF-IDX).
           IF WS-AF-METODO(AF-IDX) = "L"
               COMPUTE WS-QUOTA ROUNDED =
                   (WS-AF-CUSTO(AF-IDX) - WS-AF-RESIDUAL(AF-IDX))
                   / WS-AF-VIDA(AF-IDX)
           ELSE
               COMPUTE WS-QUOTA ROUNDED =
                   (WS-AF-CUSTO(AF-IDX) - WS-AF-AMORT-ACUM(AF-IDX))
                   * WS-AF-TAXA(AF-IDX) / 1200
           END-IF.
           IF WS-QUOTA > WS-POR-AMORT
               MOVE WS-POR-AMORT TO WS-QUOTA
           END-IF.


       NEXT-MONTH-PROCEDURE.
           IF WS-CUR-MM = 12
               ADD 1 TO WS-CUR-YYYY
               MOVE 1 TO WS-CUR-MM
           ELSE
               ADD 1 TO WS-CUR-MM
           END-IF.


       COPY "FASSP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "GLJRNP.cpy".

       COPY "DATEVALP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM FLEET-DEPRECIATION.
