                                   TO WS-CC-PREREQ2(WS-CRSC-COUNT)
                               MOVE CC-PROPINA
                                   TO WS-CC-PROPINA(WS-CRSC-COUNT)
      *                        registos antigos nao trazem o ano:
                               IF CC-ANO-ESCOLAR IS NUMERIC
                                   MOVE CC-ANO-ESCOLAR TO
                                       WS-CC-ANO-ESCOLAR(WS-CRSC-COUNT)
                               ELSE
                                   MOVE ZERO TO
                                       WS-CC-ANO-ESCOLAR(WS-CRSC-COUNT)
                               END-IF
                               IF CC-CREDITOS IS NUMERIC
                                   MOVE CC-CREDITOS TO
                                       WS-CC-CREDITOS(WS-CRSC-COUNT)
                               ELSE
                                   MOVE ZERO TO
                                       WS-CC-CREDITOS(WS-CRSC-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE SPACES TO WS-CRS-PREREQ1.
           MOVE SPACES TO WS-CRS-PREREQ2.
           MOVE ZERO TO WS-CRS-PROPINA.
           MOVE ZERO TO WS-CRS-ANO-ESCOLAR.
           MOVE ZERO TO WS-CRS-CREDITOS.
           PERFORM VARYING CC-IDX FROM 1 BY 1
               UNTIL CC-IDX > WS-CRSC-COUNT
               IF WS-CC-CODIGO(CC-IDX) = WS-CRS-LOOKUP-CODIGO
                   MOVE WS-CC-PREREQ1(CC-IDX) TO WS-CRS-PREREQ1
                   MOVE WS-CC-PREREQ2(CC-IDX) TO WS-CRS-PREREQ2
                   MOVE WS-CC-PROPINA(CC-IDX) TO WS-CRS-PROPINA
                   MOVE WS-CC-ANO-ESCOLAR(CC-IDX)
                       TO WS-CRS-ANO-ESCOLAR
                   MOVE WS-CC-CREDITOS(CC-IDX) TO WS-CRS-CREDITOS
                   MOVE "Y" TO WS-CRS-FOUND
               END-IF
               IF WS-CRS-FOUND = "Y"
