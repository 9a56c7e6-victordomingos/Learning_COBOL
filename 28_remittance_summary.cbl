       FILE-CONTROL.
           COPY "DEDLGSEL.cpy".
           COPY "YTDMSEL.cpy".

           COPY "RJRNSEL.cpy".
           COPY "EXCEPTSEL.cpy".

      *=================================================================

       COPY "YTDMFD.cpy".

       COPY "RJRNFD.cpy".

       COPY "EXCEPTFD.cpy".

      *-----------------------------------------------------------------

       COPY "YTDMWS.cpy".

       COPY "RJRNWS.cpy".

       COPY "EXCEPTWS.cpy".

       01  WS-EOF          PIC X VALUE "N".
       01  WS-MONTH-SS     PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTH-GROSS  PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTH-GARN   PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTH-ER-SS  PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTH-SS-ALL PIC 9(9)V99 VALUE ZERO.
       01  WS-MONTH-LINES  PIC 9(5)  VALUE ZERO.

      * totais do ano inteiro no registo, para reconciliar com o
               IF DL-GARNISH NUMERIC
                   ADD DL-GARNISH TO WS-MONTH-GARN
               END-IF
      *        idem para a contribuicao patronal:
               IF DL-EMPLOYER-SS NUMERIC
                   ADD DL-EMPLOYER-SS TO WS-MONTH-ER-SS
               END-IF
               ADD 1 TO WS-MONTH-LINES
           END-IF.
           IF WS-DL-YEAR = WS-SEL-YEAR
           MOVE WS-MONTH-TAX TO M-MONEY.
           DISPLAY "A remeter ao fisco (IRS) ......: " M-MONEY.
           MOVE WS-MONTH-SS TO M-MONEY.
           DISPLAY "SS retida aos funcionarios ....: " M-MONEY.
           MOVE WS-MONTH-ER-SS TO M-MONEY.
           DISPLAY "SS contribuicao patronal ......: " M-MONEY.
           COMPUTE WS-MONTH-SS-ALL = WS-MONTH-SS + WS-MONTH-ER-SS.
           MOVE WS-MONTH-SS-ALL TO M-MONEY.
           DISPLAY "A remeter a seguranca social ..: " M-MONEY.
           MOVE WS-MONTH-GARN TO M-MONEY.
           DISPLAY "Penhoras retidas (credores) ...: " M-MONEY.

       COPY "YTDMP.cpy".

       COPY "RJRNP.cpy".

       COPY "EXCEPTWR.cpy".

       END PROGRAM REMIT-SUMMARY.
