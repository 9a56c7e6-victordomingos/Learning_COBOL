      * read WS-FX-FIRST-KEY(FX-IDX) / WS-FX-LAST-KEY(FX-IDX)).
      * Writers fill WS-FLIDX-UPD-ID/-KEY/-TYPE after every H/P/T
      * write and PERFORM UPDATE-FLIGHT-INDEX-PROCEDURE, then
      * SAVE-FLIGHT-INDEX-PROCEDURE once at end of run. A new entry
      * starts with WS-FX-SEAL/-SEAL-N at zero; the writer keeps them.
      *----------------------------------------------------------------*
       INIT-FLIGHT-INDEX-PATH-PROCEDURE.
           ACCEPT WS-FLIDX-ENV-VALUE FROM ENVIRONMENT
                                   TO WS-FX-LAST-KEY(WS-FLIDX-COUNT)
                               MOVE FX-STATUS
                                   TO WS-FX-STATUS(WS-FLIDX-COUNT)
                               IF FX-SEAL NUMERIC
                                   AND FX-SEAL-N NUMERIC
                                   MOVE FX-SEAL
                                       TO WS-FX-SEAL(WS-FLIDX-COUNT)
                                   MOVE FX-SEAL-N
                                       TO WS-FX-SEAL-N(WS-FLIDX-COUNT)
                               ELSE
                                   MOVE ZERO
                                       TO WS-FX-SEAL(WS-FLIDX-COUNT)
                                          WS-FX-SEAL-N(WS-FLIDX-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE WS-FLIDX-UPD-KEY TO WS-FX-FIRST-KEY(FX-IDX)
                   MOVE WS-FLIDX-UPD-KEY TO WS-FX-LAST-KEY(FX-IDX)
                   MOVE "A" TO WS-FX-STATUS(FX-IDX)
                   MOVE ZERO TO WS-FX-SEAL(FX-IDX)
                                WS-FX-SEAL-N(FX-IDX)
                   MOVE "Y" TO WS-FLIDX-FOUND
               END-IF
           ELSE
               MOVE WS-FX-FIRST-KEY(FX-IDX) TO FX-FIRST-KEY
               MOVE WS-FX-LAST-KEY(FX-IDX)  TO FX-LAST-KEY
               MOVE WS-FX-STATUS(FX-IDX)    TO FX-STATUS
               MOVE WS-FX-SEAL(FX-IDX)      TO FX-SEAL
               MOVE WS-FX-SEAL-N(FX-IDX)    TO FX-SEAL-N
               WRITE FLIGHT-INDEX-RECORD
           END-PERFORM.
           CLOSE FLIGHT-INDEX-FILE.
