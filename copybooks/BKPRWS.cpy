      *----------------------------------------------------------------*
      * Shared book-list order proposals working-storage. COPY into
      * WORKING-STORAGE SECTION. See BKPRP.cpy for the load/save
      * paragraphs.
      *----------------------------------------------------------------*
       01  WS-BKPR-PATH      PIC X(60)
           VALUE "..\booklist-proposals.txt".
       01  WS-BKPR-ENV-VALUE PIC X(60).
       01  WS-BKPR-STATUS    PIC XX.

       01  WS-BKPR-COUNT PIC 999 VALUE ZERO.
       01  WS-BKPR-TABLE.
           05 WS-BKPR-ENTRY OCCURS 200 TIMES INDEXED BY BP-IDX.
               10 WS-BP-ISBN      PIC X(13).
               10 WS-BP-QTY       PIC 9(4).
               10 WS-BP-DATA      PIC 9(8).
               10 WS-BP-STATUS    PIC X.
               10 WS-BP-PO-NUMBER PIC 9(6).

      * "Y" quando o ficheiro tem mais linhas do que a tabela: nesse
      * caso o ficheiro nao e regravado a partir dela:
       01  WS-BKPR-OVERFLOW PIC X VALUE "N".
       01  WS-BKPR-DIRTY    PIC X VALUE "N".
