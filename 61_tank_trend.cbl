
           COPY "EXCEPTSEL.cpy".

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------

       COPY "EXCEPTFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-TANK-VAR-PATH   PIC X(60)

       COPY "EXCEPTWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WRITE TREND-REPORT-LINE AFTER ADVANCING 1 LINE
           END-PERFORM.
           CLOSE TREND-REPORT-FILE.
           MOVE "TANK-TREND" TO WS-SPL-PROGRAM.
           MOVE "TENDENCIA DOS TANQUES" TO WS-SPL-TITLE.
           MOVE "M" TO WS-SPL-CLASS.
           MOVE WS-TREND-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Relatorio mensal em " WS-TREND-RPT-PATH ".".


       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM TANK-TREND.
