           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.

       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COUNTED-PATH PIC X(60) VALUE "..\stocktake-counts.txt".

       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           MOVE "STOCKTAKE" TO WS-RJ-JOB.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM LOAD-PRICES-PROCEDURE.
           END-PERFORM.
           CLOSE COUNTED-FILE.
           CLOSE VARIANCE-REPORT-FILE.
           MOVE "STOCKTAKE" TO WS-SPL-PROGRAM.
           MOVE "DIFERENCAS DE INVENTARIO" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-VARIANCE-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           PERFORM SAVE-STOCK-MASTER-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.

       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM STOCKTAKE.
