      *          count) and closed again when the service is done,
      *          appending the service-history record that resets the
      *          clock. PRODUCAO1-ALUGUER refuses to re-rent an
      *          overdue plate off the same rules. The cost of the
      *          work is recorded when the order is closed.
      * Author:  Victor Domingos
      * Date:    2026-09-03
      * License: MIT
           ASSIGN TO DYNAMIC WS-DUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

       DATA DIVISION.
       FILE SECTION.
       COPY "VEHMFD.cpy".
       FD  SERVICE-DUE-FILE.
       01  SERVICE-DUE-LINE PIC X(70).

       COPY "SPOOLFD.cpy".

       WORKING-STORAGE SECTION.
       COPY "VEHMWS.cpy".
       COPY "WKORWS.cpy".
       01  WS-VM-I      PIC 99.
       01  WS-VEHM-DIRTY PIC X VALUE "N".

       COPY "SPOOLWS.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
               END-IF
           END-PERFORM.
           CLOSE SERVICE-DUE-FILE.
           MOVE "VEHICLE-SERVICE" TO WS-SPL-PROGRAM.
           MOVE "REVISOES DE VIATURAS A FAZER" TO WS-SPL-TITLE.
           MOVE "D" TO WS-SPL-CLASS.
           MOVE WS-DUE-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           DISPLAY "Viaturas devidas: " WS-N-DUE
               " (lista em " WS-DUE-PATH ").".

           MOVE WS-TODAY TO WS-WO-OPENED(WO-IDX).
           MOVE WS-SEL-MOTIVO TO WS-WO-MOTIVO(WO-IDX).
           MOVE "A" TO WS-WO-STATUS(WO-IDX).
           MOVE ZERO TO WS-WO-CUSTO(WO-IDX).
           MOVE "Y" TO WS-WKOR-DIRTY.
           MOVE "N" TO WS-VM-ATIVO(VM-IDX).
           MOVE "Y" TO WS-VEHM-DIRTY.
               DISPLAY "Sem ordem aberta para essa matricula."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Custo da ordem (999999.99): " WITH NO ADVANCING.
           ACCEPT WS-WO-CUSTO(WO-IDX).
           MOVE "F" TO WS-WO-STATUS(WO-IDX).
           MOVE "Y" TO WS-WKOR-DIRTY.


       COPY "EXCEPTWR.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM VEHICLE-SERVICE.
