      *----------------------------------------------------------------*
      * Shared expense-claims working-storage. COPY into
      * WORKING-STORAGE SECTION. See EXPCP.cpy for the load/save,
      * rate lookup and payroll paragraphs.
      *----------------------------------------------------------------*
       01  WS-EXPC-PATH      PIC X(60) VALUE "..\expense-claims.txt".
       01  WS-MLRT-PATH      PIC X(60) VALUE "..\mileage-rates.txt".
       01  WS-EXPC-STATUS    PIC XX.
       01  WS-MLRT-STATUS    PIC XX.
       01  WS-EXPC-ENV-VALUE PIC X(60).

       01  WS-EXPC-COUNT PIC 9(3) VALUE ZERO.
       01  WS-EXPC-TABLE.
           05 WS-EXPC-ENTRY OCCURS 500 TIMES INDEXED BY EC-IDX.
               10 WS-EC-ID          PIC 9(6).
               10 WS-EC-NUMERO      PIC 9(5).
               10 WS-EC-DATA        PIC 9(8).
               10 WS-EC-TIPO        PIC X.
               10 WS-EC-KM          PIC 9(5).
               10 WS-EC-RATE        PIC 9V999.
               10 WS-EC-AMOUNT      PIC 9(5)V99.
               10 WS-EC-PURPOSE     PIC X(30).
               10 WS-EC-CAPT-OPER   PIC X(8).
               10 WS-EC-STATUS      PIC X.
               10 WS-EC-APPR-OPER   PIC X(8).
               10 WS-EC-PAID-PERIOD PIC 9(8).
       01  WS-EXPC-OVERFLOW PIC X VALUE "N".
       01  WS-EXPC-DIRTY    PIC X VALUE "N".

       01  WS-MLRT-COUNT PIC 99 VALUE ZERO.
       01  WS-MLRT-TABLE.
           05 WS-MLRT-ENTRY OCCURS 30 TIMES INDEXED BY MR-IDX.
               10 WS-MR-YEAR PIC 9(4).
               10 WS-MR-RATE PIC 9V999.
       01  WS-MLRT-OVERFLOW PIC X VALUE "N".

      * entrada/saida de LOOKUP-MILEAGE-RATE-PROCEDURE:
       01  WS-MR-LOOKUP-YEAR PIC 9(4).
       01  WS-MR-FOUND       PIC X.
       01  WS-MR-RATE-FOUND  PIC 9V999.

      * entradas/saida de SUM-APPROVED-CLAIMS-PROCEDURE e de
      * MARK-CLAIMS-PAID-PROCEDURE (funcionario, periodo em que foi
      * pago, total aprovado ainda por pagar):
       01  WS-EXPC-LOOKUP-NUMERO PIC 9(5).
       01  WS-EXPC-PAID-PERIOD   PIC 9(8).
       01  WS-EXPC-DUE           PIC 9(6)V99 VALUE ZERO.
