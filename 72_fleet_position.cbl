           ASSIGN TO DYNAMIC WS-POSRPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "VEHMFD.cpy".
       FD  POSITION-REPORT-FILE.
       01  POSITION-REPORT-LINE PIC X(60).

       COPY "SPOOLFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "VEHMWS.cpy".

       01  WS-VM-I    PIC 99.
       01  WS-BR-I    PIC 99.

       COPY "SPOOLWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           END-PERFORM.

           CLOSE POSITION-REPORT-FILE.
           MOVE "FLEET-POSITION" TO WS-SPL-PROGRAM.
           MOVE "POSICAO DA FROTA" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-POSRPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Posicao da frota em " WS-POSRPT-PATH ".".
           STOP RUN.


       COPY "VEHMP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM FLEET-POSITION.
