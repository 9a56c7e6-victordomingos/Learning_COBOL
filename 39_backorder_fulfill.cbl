
           COPY "STOCKMSEL.cpy".

           COPY "RJRNSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------

       COPY "STOCKMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-BACKORDER-PATH   PIC X(60) VALUE "..\backorders.txt".

       COPY "STOCKMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM INIT-FILE-PATHS-PROCEDURE.
           MOVE "BACKORDER-FULFILL" TO WS-RJ-JOB.
           PERFORM INIT-STOCK-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-STOCK-MASTER-PROCEDURE.
           PERFORM LOAD-BACKORDERS-PROCEDURE.
           END-PERFORM.

           CLOSE FULFILL-REPORT-FILE.
           MOVE "BACKORDER-FULFILL" TO WS-SPL-PROGRAM.
           MOVE "SATISFACAO DE ENCOMENDAS PENDENTES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-FULFILL-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           PERFORM REWRITE-BACKORDERS-PROCEDURE.
           PERFORM SAVE-STOCK-MASTER-PROCEDURE.

       COPY "STOCKMP.cpy".

       COPY "RJRNP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM BACKORDER-FULFILL.
