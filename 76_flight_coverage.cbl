           ASSIGN TO DYNAMIC WS-COVERAGE-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-LINE PIC X(75).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLIGHT-POS-PATH PIC X(60)
       01  M-PCT           PIC ZZ9.99.
       01  M-GAP           PIC Z(7)9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CLOSE FLIGHT-POSITIONS.
           CLOSE COVERAGE-REPORT-FILE.
           MOVE "FLIGHT-COVERAGE" TO WS-SPL-PROGRAM.
           MOVE "COBERTURA DE VOOS" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-COVERAGE-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Relatorio de cobertura em "
               WS-COVERAGE-RPT-PATH ".".
           STOP RUN.
               WRITE COVERAGE-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.


       COPY "SPOOLP.cpy".

       END PROGRAM FLIGHT-COVERAGE.
