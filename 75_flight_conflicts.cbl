           ASSIGN TO DYNAMIC WS-CONFLICT-RPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FD  CONFLICT-REPORT-FILE.
       01  CONFLICT-REPORT-LINE PIC X(80).

           COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-FLIGHT-POS-PATH PIC X(60)
       01  M-NM        PIC ZZZ9.99.
       01  M-FT        PIC ZZZZ9.

           COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM WRITE-PAIR-SUMMARY-PROCEDURE.

           CLOSE CONFLICT-REPORT-FILE.
           MOVE "FLIGHT-CONFLICTS" TO WS-SPL-PROGRAM.
           MOVE "CONFLITOS DE VOO" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-CONFLICT-RPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Conflitos detetados: " WS-N-CONFLICTS
               " (relatorio em " WS-CONFLICT-RPT-PATH ").".
           STOP RUN.
               DISPLAY CONFLICT-REPORT-LINE
           END-PERFORM.


       COPY "SPOOLP.cpy".

       END PROGRAM FLIGHT-CONFLICTS.
