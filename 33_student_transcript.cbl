       FILE-CONTROL.
           COPY "STUDMSEL.cpy".

           COPY "RJRNSEL.cpy".

           SELECT TRANSCRIPT-FILE
           ASSIGN TO DYNAMIC WS-TRANSCRIPT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY "STUDMFD.cpy".

       COPY "RJRNFD.cpy".

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-LINE PIC X(70).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-TRANSCRIPT-PATH PIC X(60) VALUE "..\transcripts.txt".

       COPY "STUDMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-PERFORM.

           CLOSE TRANSCRIPT-FILE.
           MOVE "STUDENT-TRANSCRIPT" TO WS-SPL-PROGRAM.
           MOVE "CERTIDOES DE NOTAS" TO WS-SPL-TITLE.
           MOVE "P" TO WS-SPL-CLASS.
           MOVE WS-TRANSCRIPT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           DISPLAY "Boletins emitidos: " WS-N-STUDENTS
               " em " WS-TRANSCRIPT-PATH.

       COPY "STUDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM STUDENT-TRANSCRIPT.
