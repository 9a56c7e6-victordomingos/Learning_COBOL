      *----------------------------------------------------------------*
      * Shared fleet-asset working-storage. COPY into
      * WORKING-STORAGE SECTION. Each table entry has the same layout
      * as FLEET-ASSET-RECORD. See FASSP.cpy for the load, lookup and
      * save paragraphs.
      *----------------------------------------------------------------*
       01  WS-FASS-PATH      PIC X(60)
           VALUE "..\fleet-assets.txt".
       01  WS-FASS-ENV-VALUE PIC X(60).
       01  WS-FASS-STATUS    PIC XX.

       01  WS-FASS-COUNT PIC 999 VALUE ZERO.
       01  WS-FASS-TABLE.
           05 WS-FASS-ENTRY OCCURS 200 TIMES INDEXED BY AF-IDX.
               10 WS-AF-PLATE       PIC X(8).
               10 WS-AF-AQUISICAO   PIC 9(8).
               10 WS-AF-CUSTO       PIC 9(7)V99.
               10 WS-AF-RESIDUAL    PIC 9(7)V99.
               10 WS-AF-METODO      PIC X.
               10 WS-AF-VIDA        PIC 999.
               10 WS-AF-TAXA        PIC 99V99.
               10 WS-AF-AMORT-ACUM  PIC 9(7)V99.
               10 WS-AF-ULT-MES     PIC 9(6).
               10 WS-AF-STATUS      PIC X.
               10 WS-AF-DATA-ABATE  PIC 9(8).
               10 WS-AF-VALOR-VENDA PIC 9(7)V99.
               10 WS-AF-RESULTADO   PIC S9(7)V99.

      * "Y" quando o ficheiro tem mais linhas do que a tabela: quem
      * regrava a partir dela recusa-se a gravar nesse caso:
       01  WS-FASS-OVERFLOW PIC X VALUE "N".
       01  WS-FASS-DIRTY    PIC X VALUE "N".

       01  WS-FASS-LOOKUP-PLATE PIC X(8).
       01  WS-FASS-FOUND        PIC X.
