      *----------------------------------------------------------------*
      * Shared supplier-master working-storage. COPY into
      * WORKING-STORAGE SECTION. Each table entry has the same layout
      * as SUPPLIER-MASTER-RECORD. See SUPPP.cpy for the load, lookup
      * and save paragraphs.
      *----------------------------------------------------------------*
       01  WS-SUPP-PATH      PIC X(60)
           VALUE "..\suppliers.txt".
       01  WS-SUPP-ENV-VALUE PIC X(60).
       01  WS-SUPP-STATUS    PIC XX.

       01  WS-SUPP-COUNT PIC 999 VALUE ZERO.
       01  WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 200 TIMES INDEXED BY SU-IDX.
               10 WS-SU-FORNEC  PIC X(30).
               10 WS-SU-NOME    PIC X(40).
               10 WS-SU-NIF     PIC X(9).
               10 WS-SU-IBAN    PIC X(25).
               10 WS-SU-PRAZO   PIC 999.

      * "Y" quando o ficheiro tem mais linhas do que a tabela: quem
      * regrava a partir dela recusa-se a gravar nesse caso:
       01  WS-SUPP-OVERFLOW PIC X VALUE "N".
       01  WS-SUPP-DIRTY    PIC X VALUE "N".

       01  WS-SUPP-LOOKUP PIC X(30).
       01  WS-SUPP-FOUND  PIC X.
