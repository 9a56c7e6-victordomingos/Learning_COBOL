      *----------------------------------------------------------------*
      * Shared student school-year level working-storage. COPY into
      * WORKING-STORAGE SECTION. See SLVLP.cpy for the load/save/
      * lookup paragraphs.
      *----------------------------------------------------------------*
       01  WS-SLVL-PATH      PIC X(60) VALUE "..\student-levels.txt".
       01  WS-SLVL-STATUS    PIC XX.
       01  WS-SLVL-ENV-VALUE PIC X(60).

       01  WS-SLVL-COUNT PIC 9(3) VALUE ZERO.
       01  WS-SLVL-TABLE.
           05 WS-SLVL-ENTRY OCCURS 600 TIMES INDEXED BY SL-IDX.
               10 WS-SL-NUMERO      PIC 9(5).
               10 WS-SL-ANO-LETIVO  PIC 9(4).
               10 WS-SL-ANO-ESCOLAR PIC 99.
               10 WS-SL-SITUACAO    PIC X.
               10 WS-SL-DATA        PIC 9(8).
       01  WS-SLVL-OVERFLOW PIC X VALUE "N".
       01  WS-SLVL-DIRTY    PIC X VALUE "N".

      * entrada/saida de LOOKUP-STUDENT-LEVEL-PROCEDURE (SL-IDX fica
      * na linha encontrada) e de SET-STUDENT-LEVEL-PROCEDURE:
       01  WS-SL-LOOKUP-NUMERO PIC 9(5).
       01  WS-SL-LOOKUP-ANO    PIC 9(4).
       01  WS-SL-FOUND         PIC X.
       01  WS-SL-SET-ESCOLAR   PIC 99.
       01  WS-SL-SET-SITUACAO  PIC X.
       01  WS-SL-SET-DATA      PIC 9(8).
