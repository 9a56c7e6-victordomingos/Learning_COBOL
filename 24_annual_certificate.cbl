           ASSIGN TO DYNAMIC WS-CERTIFICATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL.
           COPY "EMPLMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "YTDMSEL.cpy".
           COPY "EXCEPTSEL.cpy".
           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.

       COPY "EMPLMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "YTDMFD.cpy".

       COPY "EXCEPTFD.cpy".

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.


       COPY "EMPLMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "YTDMWS.cpy".

       COPY "EXCEPTWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-PERFORM.

           CLOSE CERTIFICATE-FILE.
           MOVE "ANNUAL-CERTIFICATE" TO WS-SPL-PROGRAM.
           MOVE "DECLARACOES ANUAIS DE RENDIMENTOS" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-CERTIFICATE-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.
           CLOSE EXCEPTIONS-FILE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.


       COPY "EMPLMP.cpy".

       COPY "RJRNP.cpy".

       COPY "YTDMP.cpy".

       COPY "EXCEPTWR.cpy".
               MOVE WS-ENV-VALUE TO WS-CERTIFICATE-PATH
           END-IF.

       COPY "SPOOLP.cpy".

       END PROGRAM ANNUAL-CERTIFICATE.
