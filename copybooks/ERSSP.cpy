      *----------------------------------------------------------------*
      * Shared employer social-security rates logic. COPY into the
      * PROCEDURE DIVISION. PERFORM INIT-ERSS-PATH-PROCEDURE then
      * LOAD-EMPLOYER-SS-RATES-PROCEDURE once at startup. To get the
      * rate for a payroll year, MOVE the year to WS-ER-LOOKUP-YEAR
      * and PERFORM LOOKUP-EMPLOYER-SS-PROCEDURE; the percentage comes
      * back in WS-ER-PCT (the general 23.75% when the year is not on
      * file, so a missing rates file never zeroes the accrual).
      *----------------------------------------------------------------*
       INIT-ERSS-PATH-PROCEDURE.
           ACCEPT WS-ERSS-ENV-VALUE FROM ENVIRONMENT
               "EMPLOYER_SS_RATES_FILE".
           IF WS-ERSS-ENV-VALUE NOT = SPACES
               MOVE WS-ERSS-ENV-VALUE TO WS-ERSS-PATH
           END-IF.

       LOAD-EMPLOYER-SS-RATES-PROCEDURE.
           MOVE ZERO TO WS-ERSS-COUNT.
           OPEN INPUT EMPLOYER-SS-RATES-FILE.
           IF WS-ERSS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ERSS-STATUS = "10"
                   READ EMPLOYER-SS-RATES-FILE
                       AT END MOVE "10" TO WS-ERSS-STATUS
                       NOT AT END
                           IF WS-ERSS-COUNT < 30
                               ADD 1 TO WS-ERSS-COUNT
                               MOVE ER-YEAR
                                   TO WS-ER-YEAR(WS-ERSS-COUNT)
                               MOVE ER-SS-PCT
                                   TO WS-ER-SS-PCT(WS-ERSS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPLOYER-SS-RATES-FILE
           END-IF.

       LOOKUP-EMPLOYER-SS-PROCEDURE.
           MOVE "N" TO WS-ER-FOUND.
           MOVE 23.75 TO WS-ER-PCT.
           PERFORM VARYING ER-IDX FROM 1 BY 1
               UNTIL ER-IDX > WS-ERSS-COUNT
               IF WS-ER-YEAR(ER-IDX) = WS-ER-LOOKUP-YEAR
                   MOVE WS-ER-SS-PCT(ER-IDX) TO WS-ER-PCT
                   MOVE "Y" TO WS-ER-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
