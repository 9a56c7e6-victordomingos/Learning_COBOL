       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "YTDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EMPLMSEL.cpy".

           SELECT YTD-ARCHIVE-FILE
           ASSIGN TO DYNAMIC WS-CLOSE-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           COPY "SPOOLSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       COPY "YTDMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EMPLMFD.cpy".

      * mesma imagem do YTD-MASTER-RECORD, num ficheiro de arquivo
       FD  CLOSE-REPORT-FILE.
       01  CLOSE-REPORT-LINE PIC X(78).

       COPY "SPOOLFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-YTD-ARCHIVE-PATH PIC X(60).

       COPY "YTDMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EMPLMWS.cpy".

       COPY "SPOOLWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "YTD-YEAR-END" TO WS-RJ-JOB.
           PERFORM INIT-YTD-MASTER-PATH-PROCEDURE.
           PERFORM LOAD-YTD-MASTER-PROCEDURE.
      *    master maior do que a tabela: fechar a partir de uma

           CLOSE YTD-ARCHIVE-FILE.
           CLOSE CLOSE-REPORT-FILE.
           MOVE "YTD-YEAR-END" TO WS-SPL-PROGRAM.
           MOVE "FECHO DO ANO (ACUMULADOS)" TO WS-SPL-TITLE.
           MOVE "F" TO WS-SPL-CLASS.
           MOVE WS-CLOSE-REPORT-PATH TO WS-SPL-SOURCE-PATH.
           PERFORM ARCHIVE-REPORT-PROCEDURE.

           PERFORM REWRITE-LIVE-MASTER-PROCEDURE.
           PERFORM CLOSE-EMPLOYEE-MASTER-PROCEDURE.
      *    o master vivo recomeca o ano novo so com os anos ainda
      *    nao encerrados:
       REWRITE-LIVE-MASTER-PROCEDURE.
           MOVE "ytd-master" TO WS-RJ-MASTER.
           PERFORM BEGIN-JOURNAL-REWRITE-PROCEDURE.
           OPEN OUTPUT YTD-MASTER-FILE.
           PERFORM VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > WS-YTD-COUNT
                   MOVE WS-YTD-PERIODS(YTD-IDX) TO YM-PERIODS
                   WRITE YTD-MASTER-RECORD
                   ADD 1 TO WS-N-KEPT
                   MOVE SPACES TO WS-RJ-KEY
                   STRING YM-NUMERO "/" YM-YEAR DELIMITED BY SIZE
                       INTO WS-RJ-KEY
                   MOVE YTD-MASTER-RECORD TO WS-RJ-IMAGE
                   PERFORM JOURNAL-REWRITE-ROW-PROCEDURE
               END-IF
           END-PERFORM.
           CLOSE YTD-MASTER-FILE.
           PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE.


      *    nome do arquivo datado com o ano encerrado, salvo override

       COPY "YTDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EMPLMP.cpy".

       COPY "SPOOLP.cpy".

       END PROGRAM YTD-YEAR-END.
