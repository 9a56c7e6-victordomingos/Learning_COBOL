      *----------------------------------------------------------------*
      * Shared drive-off register working-storage. COPY into
      * WORKING-STORAGE SECTION. See DROFP.cpy for the paragraphs
      * that load, append to and save the register.
      *----------------------------------------------------------------*
       01  WS-DROF-PATH      PIC X(60) VALUE "..\drive-offs.txt".
       01  WS-DROF-ENV-VALUE PIC X(60).
       01  WS-DROF-STATUS    PIC XX.

       01  WS-DROF-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DROF-TABLE.
           05 WS-DROF-ENTRY OCCURS 500 TIMES INDEXED BY DO-IDX.
               10 WS-DO-NUMERO     PIC 9(6).
               10 WS-DO-DATA       PIC 9(8).
               10 WS-DO-HORA       PIC 9(4).
               10 WS-DO-SHIFT      PIC 99.
               10 WS-DO-BOMBA      PIC 99.
               10 WS-DO-PRODUTO    PIC X(20).
               10 WS-DO-LITROS     PIC 9(4).
               10 WS-DO-VALOR      PIC 9(6)V99.
               10 WS-DO-MATRICULA  PIC X(10).
               10 WS-DO-PARTICIPACAO PIC X(15).
               10 WS-DO-OPERATOR   PIC X(8).
               10 WS-DO-ESTADO     PIC X.
               10 WS-DO-RECUPERADO PIC 9(6)V99.
               10 WS-DO-DATA-FECHO PIC 9(8).
      * numero mais alto ja atribuido (o seguinte e este + 1):
       01  WS-DROF-LAST-NUMERO PIC 9(6) VALUE ZERO.
