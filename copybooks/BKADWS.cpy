      *----------------------------------------------------------------*
      * Shared book-adoption working-storage. COPY into
      * WORKING-STORAGE SECTION. See BKADP.cpy for the load/save
      * paragraphs.
      *----------------------------------------------------------------*
       01  WS-BKAD-PATH      PIC X(60) VALUE "..\book-adoptions.txt".
       01  WS-BKAD-ENV-VALUE PIC X(60).
       01  WS-BKAD-STATUS    PIC XX.

       01  WS-BKAD-COUNT PIC 999 VALUE ZERO.
       01  WS-BKAD-TABLE.
           05 WS-BKAD-ENTRY OCCURS 200 TIMES INDEXED BY BA-IDX.
               10 WS-BA-CURSO      PIC X(8).
               10 WS-BA-ISBN       PIC X(13).
               10 WS-BA-EXEMPLARES PIC 99.

      * "Y" quando o ficheiro tem mais linhas do que a tabela: nesse
      * caso o ficheiro nao e regravado a partir dela:
       01  WS-BKAD-OVERFLOW PIC X VALUE "N".
