                                   TO WS-WO-MOTIVO(WS-WKOR-COUNT)
                               MOVE WO-STATUS
                                   TO WS-WO-STATUS(WS-WKOR-COUNT)
      *                        ordens anteriores ao custo leem
      *                        espacos:
                               MOVE ZERO
                                   TO WS-WO-CUSTO(WS-WKOR-COUNT)
                               IF WO-CUSTO NUMERIC
                                   MOVE WO-CUSTO
                                     TO WS-WO-CUSTO(WS-WKOR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-WO-OPENED(WO-IDX) TO WO-OPENED
                   MOVE WS-WO-MOTIVO(WO-IDX) TO WO-MOTIVO
                   MOVE WS-WO-STATUS(WO-IDX) TO WO-STATUS
                   MOVE WS-WO-CUSTO(WO-IDX)  TO WO-CUSTO
                   WRITE WORKSHOP-ORDER-RECORD
               END-PERFORM
               CLOSE WORKSHOP-ORDER-FILE
