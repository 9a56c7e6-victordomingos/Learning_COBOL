      *----------------------------------------------------------------*
      * Shared recovery-journal logic. COPY into the PROCEDURE
      * DIVISION. For a single keyed change, MOVE the master name, the
      * action, the row/slot, the key and the new record to WS-RJ-*
      * and PERFORM JOURNAL-AFTER-IMAGE-PROCEDURE. Before rewriting a
      * whole sequential master, MOVE its name to WS-RJ-MASTER and its
      * path to WS-RJ-PRIOR-PATH and PERFORM BEGIN-JOURNAL-DIFF-
      * PROCEDURE; then, for each record about to be written in order,
      * MOVE the key and record to WS-RJ-KEY / WS-RJ-IMAGE and PERFORM
      * JOURNAL-DIFF-ROW-PROCEDURE (only rows that differ from the copy
      * on disk are journalled); finish with END-JOURNAL-DIFF-PROCEDURE
      * before the OPEN OUTPUT of the master. A program that rebuilds
      * a master from scratch PERFORMs BEGIN-JOURNAL-REWRITE-PROCEDURE
      * instead (journals Z), JOURNAL-REWRITE-ROW-PROCEDURE after each
      * WRITE, and CLOSE-RECOVERY-JOURNAL-PROCEDURE at the end.
      *----------------------------------------------------------------*
       INIT-RECOVERY-JOURNAL-PATH-PROCEDURE.
           MOVE SPACES TO WS-RJRN-ENV-VALUE.
           ACCEPT WS-RJRN-ENV-VALUE FROM ENVIRONMENT
               "RECOVERY_JOURNAL_FILE".
           IF WS-RJRN-ENV-VALUE NOT = SPACES
               MOVE WS-RJRN-ENV-VALUE TO WS-RJRN-PATH
           END-IF.

       OPEN-RECOVERY-JOURNAL-PROCEDURE.
           PERFORM INIT-RECOVERY-JOURNAL-PATH-PROCEDURE.
           OPEN EXTEND RECOVERY-JOURNAL-FILE.
           IF WS-RJRN-STATUS = "35"
               OPEN OUTPUT RECOVERY-JOURNAL-FILE
           END-IF.

       CLOSE-RECOVERY-JOURNAL-PROCEDURE.
           CLOSE RECOVERY-JOURNAL-FILE.

       WRITE-RECOVERY-JOURNAL-PROCEDURE.
           ACCEPT WS-RJ-NOW FROM DATE YYYYMMDD.
           MOVE WS-RJ-NOW TO RJ-DATE.
           ACCEPT WS-RJ-NOW FROM TIME.
           MOVE WS-RJ-NOW TO RJ-TIME.
           MOVE WS-RJ-JOB TO RJ-JOB.
           MOVE WS-RJ-MASTER TO RJ-MASTER.
           MOVE WS-RJ-ACTION TO RJ-ACTION.
           MOVE WS-RJ-ROW TO RJ-ROW.
           MOVE WS-RJ-KEY TO RJ-KEY.
           MOVE WS-RJ-IMAGE TO RJ-IMAGE.
           WRITE RECOVERY-JOURNAL-RECORD.

       JOURNAL-AFTER-IMAGE-PROCEDURE.
           PERFORM OPEN-RECOVERY-JOURNAL-PROCEDURE.
           PERFORM WRITE-RECOVERY-JOURNAL-PROCEDURE.
           PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE.

       BEGIN-JOURNAL-REWRITE-PROCEDURE.
           PERFORM OPEN-RECOVERY-JOURNAL-PROCEDURE.
           MOVE "Z" TO WS-RJ-ACTION.
           MOVE ZERO TO WS-RJ-ROW.
           MOVE SPACES TO WS-RJ-KEY.
           MOVE SPACES TO WS-RJ-IMAGE.
           PERFORM WRITE-RECOVERY-JOURNAL-PROCEDURE.

       JOURNAL-REWRITE-ROW-PROCEDURE.
           ADD 1 TO WS-RJ-ROW.
           MOVE "W" TO WS-RJ-ACTION.
           PERFORM WRITE-RECOVERY-JOURNAL-PROCEDURE.

       BEGIN-JOURNAL-DIFF-PROCEDURE.
           PERFORM OPEN-RECOVERY-JOURNAL-PROCEDURE.
           MOVE ZERO TO WS-RJ-ROW.
           MOVE "N" TO WS-RJ-PRIOR-EOF.
           OPEN INPUT RJ-PRIOR-FILE.
           IF WS-RJ-PRIOR-STATUS NOT = "00"
      *        master ainda por criar: todas as linhas sao novas:
               MOVE "X" TO WS-RJ-PRIOR-EOF
           END-IF.

       JOURNAL-DIFF-ROW-PROCEDURE.
           ADD 1 TO WS-RJ-ROW.
           MOVE SPACES TO WS-RJ-OLD-IMAGE.
           IF WS-RJ-PRIOR-EOF = "N"
               READ RJ-PRIOR-FILE
                   AT END MOVE "Y" TO WS-RJ-PRIOR-EOF
                   NOT AT END MOVE RJ-PRIOR-RECORD TO WS-RJ-OLD-IMAGE
               END-READ
           END-IF.
           IF WS-RJ-IMAGE NOT = WS-RJ-OLD-IMAGE
               MOVE "W" TO WS-RJ-ACTION
               PERFORM WRITE-RECOVERY-JOURNAL-PROCEDURE
           END-IF.

       END-JOURNAL-DIFF-PROCEDURE.
      *    o master em disco tinha mais linhas do que as regravadas:
           IF WS-RJ-PRIOR-EOF = "N"
               READ RJ-PRIOR-FILE
                   AT END MOVE "Y" TO WS-RJ-PRIOR-EOF
                   NOT AT END
                       MOVE "T" TO WS-RJ-ACTION
                       MOVE SPACES TO WS-RJ-KEY
                       MOVE SPACES TO WS-RJ-IMAGE
                       PERFORM WRITE-RECOVERY-JOURNAL-PROCEDURE
               END-READ
           END-IF.
           IF WS-RJ-PRIOR-EOF NOT = "X"
               CLOSE RJ-PRIOR-FILE
           END-IF.
           PERFORM CLOSE-RECOVERY-JOURNAL-PROCEDURE.
