                   READ GL-ACCOUNTS-FILE
                       AT END MOVE "Y" TO WS-GLACCT-EOF
                       NOT AT END
                           IF WS-GLACCT-COUNT < 90
                               ADD 1 TO WS-GLACCT-COUNT
                               MOVE GM-KEY
                                   TO WS-GM-KEY(WS-GLACCT-COUNT)
