      *----------------------------------------------------------------*
      * Shared payslip-archive logic. COPY into the PROCEDURE
      * DIVISION. PERFORM INIT-PSAR-PATHS-PROCEDURE and then
      * OPEN-PAYSLIP-STAGE-PROCEDURE when the payslip file is opened
      * (the stage starts empty on every run, restarts included).
      *
      * For each payslip MOVE the employee, period, kind and the
      * gross/deductions/net to WS-PS-NUMERO / WS-PS-PERIOD /
      * WS-PS-KIND / WS-PS-GROSS / WS-PS-DEDUCT / WS-PS-NET and
      * PERFORM START-ARCHIVED-PAYSLIP-PROCEDURE; then MOVE every line
      * printed to WS-PS-TEXT-IN and PERFORM
      * ARCHIVE-PAYSLIP-LINE-PROCEDURE. Once the period is marked as
      * processed PERFORM COMMIT-PAYSLIP-ARCHIVE-PROCEDURE, which
      * appends the stage to the archive and empties it.
      *----------------------------------------------------------------*
       INIT-PSAR-PATHS-PROCEDURE.
           ACCEPT WS-PSAR-ENV-VALUE FROM ENVIRONMENT
               "PAYSLIP_ARCHIVE_FILE".
           IF WS-PSAR-ENV-VALUE NOT = SPACES
               MOVE WS-PSAR-ENV-VALUE TO WS-PSA-PATH
           END-IF.
           ACCEPT WS-PSAR-ENV-VALUE FROM ENVIRONMENT
               "PAYSLIP_STAGE_FILE".
           IF WS-PSAR-ENV-VALUE NOT = SPACES
               MOVE WS-PSAR-ENV-VALUE TO WS-PSS-PATH
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PS-RUN-DATE.

       OPEN-PAYSLIP-STAGE-PROCEDURE.
           OPEN OUTPUT PAYSLIP-STAGE-FILE.

       START-ARCHIVED-PAYSLIP-PROCEDURE.
           MOVE ZERO TO WS-PS-SEQ.
           MOVE SPACES TO PAYSLIP-ARCHIVE-RECORD.
           MOVE WS-PS-NUMERO   TO PS-NUMERO.
           MOVE WS-PS-PERIOD   TO PS-PERIOD.
           MOVE WS-PS-KIND     TO PS-KIND.
           MOVE WS-PS-RUN-DATE TO PS-RUN-DATE.
           MOVE "H"            TO PS-REC-TYPE.
           MOVE WS-PS-SEQ      TO PS-SEQ.
           MOVE WS-PS-GROSS    TO PS-GROSS.
           MOVE WS-PS-DEDUCT   TO PS-DEDUCT.
           MOVE WS-PS-NET      TO PS-NET.
           WRITE PAYSLIP-STAGE-RECORD FROM PAYSLIP-ARCHIVE-RECORD.

       ARCHIVE-PAYSLIP-LINE-PROCEDURE.
           ADD 1 TO WS-PS-SEQ.
           MOVE SPACES TO PAYSLIP-ARCHIVE-RECORD.
           MOVE WS-PS-NUMERO   TO PS-NUMERO.
           MOVE WS-PS-PERIOD   TO PS-PERIOD.
           MOVE WS-PS-KIND     TO PS-KIND.
           MOVE WS-PS-RUN-DATE TO PS-RUN-DATE.
           MOVE "L"            TO PS-REC-TYPE.
           MOVE WS-PS-SEQ      TO PS-SEQ.
           MOVE WS-PS-TEXT-IN  TO PS-TEXT.
           WRITE PAYSLIP-STAGE-RECORD FROM PAYSLIP-ARCHIVE-RECORD.

       COMMIT-PAYSLIP-ARCHIVE-PROCEDURE.
           CLOSE PAYSLIP-STAGE-FILE.
           MOVE ZERO TO WS-PS-COMMITTED.
           OPEN INPUT PAYSLIP-STAGE-FILE.
           IF WS-PSS-STATUS = "35"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND PAYSLIP-ARCHIVE-FILE.
           IF WS-PSA-STATUS = "35"
               OPEN OUTPUT PAYSLIP-ARCHIVE-FILE
           END-IF.
           MOVE "N" TO WS-PS-EOF.
           PERFORM UNTIL WS-PS-EOF = "Y"
               READ PAYSLIP-STAGE-FILE
                   AT END MOVE "Y" TO WS-PS-EOF
                   NOT AT END
                       WRITE PAYSLIP-ARCHIVE-RECORD
                           FROM PAYSLIP-STAGE-RECORD
                       ADD 1 TO WS-PS-COMMITTED
               END-READ
           END-PERFORM.
           CLOSE PAYSLIP-ARCHIVE-FILE.
           CLOSE PAYSLIP-STAGE-FILE.
           OPEN OUTPUT PAYSLIP-STAGE-FILE.
           CLOSE PAYSLIP-STAGE-FILE.
