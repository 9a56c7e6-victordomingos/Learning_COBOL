      *----------------------------------------------------------------*
      * Shared report-archive logic. COPY into the PROCEDURE DIVISION.
      * After CLOSE of a report file, MOVE the program name, a short
      * title and the report's path to WS-SPL-PROGRAM / WS-SPL-TITLE
      * / WS-SPL-SOURCE-PATH (and, where the program knows them, the
      * business date, the retention class and the signed-on
      * operator) and PERFORM ARCHIVE-REPORT-PROCEDURE: the report is
      * given the next number in the report index, its lines are
      * appended to the report spool and the index line is written
      * last, so an index entry always has its lines behind it. A
      * report that is appended to run after run sets
      * WS-SPL-SKIP-LINES to the line count it had before the run,
      * so only this run's lines are archived. The date, class and
      * skip count are reset for the next report of the run.
      * PERFORM COMPUTE-SPOOL-PURGE-DATE-PROCEDURE alone turns a
      * class and business date into the purge date.
      *----------------------------------------------------------------*
       INIT-REPORT-SPOOL-PATHS-PROCEDURE.
           MOVE SPACES TO WS-SPOOL-ENV-VALUE.
           ACCEPT WS-SPOOL-ENV-VALUE FROM ENVIRONMENT
               "REPORT_INDEX_FILE".
           IF WS-SPOOL-ENV-VALUE NOT = SPACES
               MOVE WS-SPOOL-ENV-VALUE TO WS-RIDX-PATH
           END-IF.
           MOVE SPACES TO WS-SPOOL-ENV-VALUE.
           ACCEPT WS-SPOOL-ENV-VALUE FROM ENVIRONMENT
               "REPORT_SPOOL_FILE".
           IF WS-SPOOL-ENV-VALUE NOT = SPACES
               MOVE WS-SPOOL-ENV-VALUE TO WS-SPOOL-PATH
           END-IF.

       ARCHIVE-REPORT-PROCEDURE.
           MOVE ZERO TO WS-SPL-ID.
           MOVE ZERO TO WS-SPL-LINES.
           PERFORM INIT-REPORT-SPOOL-PATHS-PROCEDURE.
           IF WS-SPL-BUS-DATE = ZERO
               ACCEPT WS-SPL-BUS-DATE FROM DATE YYYYMMDD
           END-IF.
           IF WS-SPL-CLASS = SPACE
               MOVE "M" TO WS-SPL-CLASS
           END-IF.
           IF WS-SPL-OPERATOR = SPACES
               MOVE SPACES TO WS-SPOOL-ENV-VALUE
               ACCEPT WS-SPOOL-ENV-VALUE FROM ENVIRONMENT
                   "BATCH_OPERATOR_ID"
               MOVE WS-SPOOL-ENV-VALUE TO WS-SPL-OPERATOR
               IF WS-SPL-OPERATOR = SPACES
                   MOVE "BATCH" TO WS-SPL-OPERATOR
               END-IF
           END-IF.

           OPEN INPUT SPOOL-SOURCE-FILE.
           IF WS-SPL-SOURCE-STATUS NOT = "00"
               DISPLAY "AVISO: relatorio " WS-SPL-SOURCE-PATH
                   " nao encontrado -- nao arquivado."
               MOVE ZERO TO WS-SPL-BUS-DATE
               MOVE SPACE TO WS-SPL-CLASS
               MOVE ZERO TO WS-SPL-SKIP-LINES
               EXIT PARAGRAPH
           END-IF.

           PERFORM NEXT-REPORT-ID-PROCEDURE.
           PERFORM COMPUTE-SPOOL-PURGE-DATE-PROCEDURE.

      *    linhas primeiro, indice depois:
           OPEN EXTEND REPORT-SPOOL-FILE.
           IF WS-SPOOL-STATUS = "35"
               OPEN OUTPUT REPORT-SPOOL-FILE
           END-IF.
           MOVE "N" TO WS-SPL-SOURCE-EOF.
           MOVE ZERO TO WS-SPL-READ.
           PERFORM UNTIL WS-SPL-SOURCE-EOF = "Y"
               READ SPOOL-SOURCE-FILE
                   AT END MOVE "Y" TO WS-SPL-SOURCE-EOF
                   NOT AT END
                       ADD 1 TO WS-SPL-READ
                       IF WS-SPL-READ > WS-SPL-SKIP-LINES
                           ADD 1 TO WS-SPL-LINES
                           MOVE WS-SPL-ID TO SP-ID
                           MOVE WS-SPL-PURGE-DATE TO SP-PURGE-DATE
                           MOVE WS-SPL-LINES TO SP-LINE-NO
                           MOVE SPOOL-SOURCE-LINE TO SP-TEXT
                           WRITE REPORT-SPOOL-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REPORT-SPOOL-FILE.
           CLOSE SPOOL-SOURCE-FILE.

           OPEN EXTEND REPORT-INDEX-FILE.
           IF WS-RIDX-STATUS = "35"
               OPEN OUTPUT REPORT-INDEX-FILE
           END-IF.
           MOVE WS-SPL-ID TO RI-ID.
           MOVE WS-SPL-PURGE-DATE TO RI-PURGE-DATE.
           MOVE WS-SPL-CLASS TO RI-CLASS.
           MOVE WS-SPL-PROGRAM TO RI-PROGRAM.
           MOVE WS-SPL-BUS-DATE TO RI-BUS-DATE.
           ACCEPT WS-SPL-NOW FROM DATE YYYYMMDD.
           MOVE WS-SPL-NOW TO RI-RUN-DATE.
           ACCEPT WS-SPL-NOW FROM TIME.
           MOVE WS-SPL-NOW(1:6) TO RI-RUN-TIME.
           MOVE WS-SPL-OPERATOR TO RI-OPERATOR.
           MOVE WS-SPL-TITLE TO RI-TITLE.
           MOVE WS-SPL-LINES TO RI-LINES.
           MOVE WS-SPL-SOURCE-PATH TO RI-SOURCE.
           WRITE REPORT-INDEX-RECORD.
           CLOSE REPORT-INDEX-FILE.

           DISPLAY "Relatorio arquivado: n. " WS-SPL-ID " ("
               WS-SPL-LINES " linhas, classe " WS-SPL-CLASS ").".
           MOVE ZERO TO WS-SPL-BUS-DATE.
           MOVE SPACE TO WS-SPL-CLASS.
           MOVE ZERO TO WS-SPL-SKIP-LINES.

      *    proximo numero = maior numero no indice + 1:
       NEXT-REPORT-ID-PROCEDURE.
           MOVE ZERO TO WS-SPL-ID.
           MOVE "N" TO WS-RIDX-EOF.
           OPEN INPUT REPORT-INDEX-FILE.
           IF WS-RIDX-STATUS = "00"
               PERFORM UNTIL WS-RIDX-EOF = "Y"
                   READ REPORT-INDEX-FILE
                       AT END MOVE "Y" TO WS-RIDX-EOF
                       NOT AT END
                           IF RI-ID > WS-SPL-ID
                               MOVE RI-ID TO WS-SPL-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-INDEX-FILE
           END-IF.
           ADD 1 TO WS-SPL-ID.

      *    data de purga = data de negocio + meses da classe (meses
      *    de 30 dias, como no RETENTION-PURGE); P nunca e purgado:
       COMPUTE-SPOOL-PURGE-DATE-PROCEDURE.
           EVALUATE WS-SPL-CLASS
               WHEN "D"
                   MOVE 3 TO WS-SPL-MONTHS
               WHEN "F"
                   MOVE 120 TO WS-SPL-MONTHS
               WHEN "P"
                   MOVE 99999999 TO WS-SPL-PURGE-DATE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 24 TO WS-SPL-MONTHS
           END-EVALUATE.
           COMPUTE WS-SPL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SPL-BUS-DATE)
               + (WS-SPL-MONTHS * 30).
           COMPUTE WS-SPL-PURGE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SPL-DAYS).
