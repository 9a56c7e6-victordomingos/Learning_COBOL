      *----------------------------------------------------------------*
      * Shared employer social-security rates working-storage. COPY
      * into WORKING-STORAGE SECTION. See ERSSP.cpy for the paragraphs
      * that load this table and pick the rate for a payroll year.
      *----------------------------------------------------------------*
       01  WS-ERSS-PATH      PIC X(60)
           VALUE "..\employer-ss-rates.txt".
       01  WS-ERSS-ENV-VALUE PIC X(60).
       01  WS-ERSS-STATUS    PIC XX.

       01  WS-ERSS-COUNT PIC 99 VALUE ZERO.
       01  WS-ERSS-TABLE.
           05 WS-ERSS-ENTRY OCCURS 30 TIMES INDEXED BY ER-IDX.
               10 WS-ER-YEAR   PIC 9(4).
               10 WS-ER-SS-PCT PIC 99V99.

      * entradas para LOOKUP-EMPLOYER-SS-PROCEDURE; sem taxa para o
      * ano (ou sem ficheiro de taxas), devolve a taxa geral de
      * 23,75%:
       01  WS-ER-LOOKUP-YEAR PIC 9(4).
       01  WS-ER-PCT         PIC 99V99.
       01  WS-ER-FOUND       PIC X.
