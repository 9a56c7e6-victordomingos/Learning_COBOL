      *----------------------------------------------------------------*
      * Shared scholarship-rules working-storage. COPY into
      * WORKING-STORAGE SECTION. See SCHRP.cpy for the load paragraph.
      *----------------------------------------------------------------*
       01  WS-SCHR-PATH      PIC X(60)
           VALUE "..\scholarship-rules.txt".
       01  WS-SCHR-STATUS    PIC XX.
       01  WS-SCHR-ENV-VALUE PIC X(60).

       01  WS-SCHR-COUNT PIC 99 VALUE ZERO.
       01  WS-SCHR-TABLE.
           05 WS-SCHR-ENTRY OCCURS 50 TIMES INDEXED BY BR-IDX.
               10 WS-BR-TIPO      PIC X(8).
               10 WS-BR-DESCRICAO PIC X(20).
               10 WS-BR-CURSO     PIC X(8).
               10 WS-BR-NUMERO    PIC 9(5).
               10 WS-BR-MEDIA-MIN PIC 99V99.
               10 WS-BR-PERCENT   PIC 999.
               10 WS-BR-VALOR     PIC 9(5)V99.
       01  WS-SCHR-OVERFLOW PIC X VALUE "N".
