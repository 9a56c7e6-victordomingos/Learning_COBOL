      *          runnable as the first BATCH-DRIVER job via the
      *          MASTER-BACKUP-SUB entry; a restore mode puts a chosen
      *          generation back and logs the restore to the shared
      *          exceptions file. Each backup leaves a marker in the
      *          recovery journal (record count of the new .g1) and a
      *          restore journals the restored image, so ROLL-FORWARD
      *          knows where each generation sits in the journal.
      * Author:  Victor Domingos
      * Date:    2026-08-21
      * License: MIT

           COPY "EXCEPTSEL.cpy".

           COPY "RJRNSEL.cpy".

      *=================================================================
       DATA DIVISION.
      *-----------------------------------------------------------------

       COPY "EXCEPTFD.cpy".

       COPY "RJRNFD.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-COPY-SRC PIC X(70).
       01  WS-COPY-EOF PIC X.
       01  WS-COPY-N   PIC 9(6).
       01  WS-COPY-KIND PIC X.
      * "Y" no restauro: cada registo copiado vai tambem para o
      * journal de recuperacao:
       01  WS-COPY-JOURNAL PIC X VALUE "N".

       01  WS-ENV-VALUE PIC X(60).
       01  WS-MODE      PIC X.
           05 WS-MASTER-ENTRY OCCURS 5 TIMES INDEXED BY MB-IDX.
               10 WS-MB-PATH PIC X(60).
               10 WS-MB-KIND PIC X.
               10 WS-MB-NAME PIC X(20).
       01  WS-MB-I PIC 9.
       01  WS-CUR-PATH PIC X(60).
       01  WS-CUR-KIND PIC X.
       01  WS-CUR-NAME PIC X(20).

       COPY "EXCEPTWS.cpy".

       COPY "RJRNWS.cpy".

      *=================================================================
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VARYING MB-IDX FROM 1 BY 1 UNTIL MB-IDX > 5
               MOVE WS-MB-PATH(MB-IDX) TO WS-CUR-PATH
               MOVE WS-MB-KIND(MB-IDX) TO WS-CUR-KIND
               MOVE WS-MB-NAME(MB-IDX) TO WS-CUR-NAME
               PERFORM ROTATE-GENERATIONS-PROCEDURE
           END-PERFORM.
           DISPLAY "Backup de geracoes concluido.".
           IF WS-COPY-EOF = "Y"
               DISPLAY "  " WS-CUR-PATH(1:30) " -> .g1 ("
                   WS-COPY-N " registos)"
      *        marca no journal: as alteracoes seguintes sao as que o
      *        ROLL-FORWARD reaplica sobre esta geracao:
               MOVE WS-CUR-NAME TO WS-RJ-MASTER
               MOVE "B" TO WS-RJ-ACTION
               MOVE WS-COPY-N TO WS-RJ-ROW
               MOVE SPACES TO WS-RJ-KEY
               MOVE WS-COPY-DST TO WS-RJ-IMAGE
               PERFORM JOURNAL-AFTER-IMAGE-PROCEDURE
           END-IF.


               CONTINUE
           ELSE
               OPEN OUTPUT COPY-DST-FILE
               IF WS-COPY-JOURNAL = "Y"
                   PERFORM BEGIN-JOURNAL-REWRITE-PROCEDURE
               END-IF
               PERFORM UNTIL WS-COPY-EOF = "Y"
                   READ COPY-SRC-FILE
                       AT END MOVE "Y" TO WS-COPY-EOF
                           MOVE COPY-SRC-RECORD TO COPY-DST-RECORD
                           WRITE COPY-DST-RECORD
                           ADD 1 TO WS-COPY-N
                           IF WS-COPY-JOURNAL = "Y"
                               MOVE SPACES TO WS-RJ-KEY
                               MOVE COPY-SRC-RECORD TO WS-RJ-IMAGE
                               PERFORM JOURNAL-REWRITE-ROW-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COPY-SRC-FILE
               CLOSE COPY-DST-FILE
               IF WS-COPY-JOURNAL = "Y"
                   PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE
               END-IF
           END-IF.


               CONTINUE
           ELSE
               OPEN OUTPUT REL-DST-FILE
               IF WS-COPY-JOURNAL = "Y"
                   PERFORM BEGIN-JOURNAL-REWRITE-PROCEDURE
               END-IF
               MOVE 1 TO WS-REL-SRC-KEY
               START REL-SRC-FILE
                   KEY IS NOT LESS THAN WS-REL-SRC-KEY
                                       WS-REL-DST-KEY
                           END-WRITE
                           ADD 1 TO WS-COPY-N
                           IF WS-COPY-JOURNAL = "Y"
                               MOVE "W" TO WS-RJ-ACTION
                               MOVE WS-REL-SRC-KEY TO WS-RJ-ROW
                               MOVE REL-SRC-RECORD(1:5) TO WS-RJ-KEY
                               MOVE REL-SRC-RECORD TO WS-RJ-IMAGE
                               PERFORM WRITE-RECOVERY-JOURNAL-PROCEDURE
                           END-IF
                   END-READ
      *            qualquer erro de leitura (p.ex. comprimento de
      *            registo trocado) termina a copia em vez de a
               END-PERFORM
               CLOSE REL-SRC-FILE
               CLOSE REL-DST-FILE
               IF WS-COPY-JOURNAL = "Y"
                   PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE
               END-IF
           END-IF.


                   SET MB-IDX TO WS-SEL-MASTER
                   MOVE WS-MB-PATH(MB-IDX) TO WS-CUR-PATH
                   MOVE WS-MB-KIND(MB-IDX) TO WS-CUR-KIND
                   MOVE WS-MB-NAME(MB-IDX) TO WS-RJ-MASTER
                   MOVE SPACES TO WS-COPY-SRC
                   STRING WS-CUR-PATH DELIMITED BY " "
                       ".g" WS-SEL-GEN DELIMITED BY SIZE
                       INTO WS-COPY-SRC
                   MOVE WS-CUR-PATH TO WS-COPY-DST
                   MOVE "Y" TO WS-COPY-JOURNAL
                   PERFORM COPY-FILE-PROCEDURE
                   MOVE "N" TO WS-COPY-JOURNAL
                   IF WS-COPY-EOF = "Y"
                       DISPLAY "Restaurado " WS-CUR-PATH(1:30)
                           " da geracao " WS-SEL-GEN " ("


       INIT-MASTERS-PROCEDURE.
           MOVE "MASTER-BACKUP" TO WS-RJ-JOB.
           MOVE "product-master" TO WS-MB-NAME(1).
           MOVE "stock-master" TO WS-MB-NAME(2).
           MOVE "student-master" TO WS-MB-NAME(3).
           MOVE "ytd-master" TO WS-MB-NAME(4).
           MOVE "employee-master" TO WS-MB-NAME(5).

           MOVE "..\product-master.txt" TO WS-MB-PATH(1).
           MOVE "S" TO WS-MB-KIND(1).
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "PRODUCT_MASTER_FILE".

       COPY "EXCEPTWR.cpy".

       COPY "RJRNP.cpy".

       END PROGRAM MASTER-BACKUP.
