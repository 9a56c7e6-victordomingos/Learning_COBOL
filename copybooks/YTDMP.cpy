                   "fecho de ano para arquivar anos antigos."
               EXIT PARAGRAPH
           END-IF.
           MOVE "ytd-master" TO WS-RJ-MASTER.
           MOVE WS-YTD-MASTER-PATH TO WS-RJ-PRIOR-PATH.
           PERFORM BEGIN-JOURNAL-DIFF-PROCEDURE.
           PERFORM VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > WS-YTD-COUNT
               PERFORM BUILD-YTD-RECORD-PROCEDURE
               MOVE SPACES TO WS-RJ-KEY
               STRING YM-NUMERO "/" YM-YEAR DELIMITED BY SIZE
                   INTO WS-RJ-KEY
               MOVE YTD-MASTER-RECORD TO WS-RJ-IMAGE
               PERFORM JOURNAL-DIFF-ROW-PROCEDURE
           END-PERFORM.
           PERFORM END-JOURNAL-DIFF-PROCEDURE.
           OPEN OUTPUT YTD-MASTER-FILE.
           PERFORM VARYING YTD-IDX FROM 1 BY 1
               UNTIL YTD-IDX > WS-YTD-COUNT
               PERFORM BUILD-YTD-RECORD-PROCEDURE
               WRITE YTD-MASTER-RECORD
           END-PERFORM.
           CLOSE YTD-MASTER-FILE.

       BUILD-YTD-RECORD-PROCEDURE.
           MOVE WS-YTD-NUMERO(YTD-IDX) TO YM-NUMERO.
           MOVE WS-YTD-YEAR(YTD-IDX)   TO YM-YEAR.
           MOVE WS-YTD-GROSS(YTD-IDX)  TO YM-GROSS-YTD.
           MOVE WS-YTD-TAX(YTD-IDX)    TO YM-TAX-YTD.
           MOVE WS-YTD-SS(YTD-IDX)     TO YM-SS-YTD.
           MOVE WS-YTD-NET(YTD-IDX)    TO YM-NET-YTD.
           MOVE WS-YTD-PERIODS(YTD-IDX) TO YM-PERIODS.
