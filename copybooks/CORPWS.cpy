      *----------------------------------------------------------------*
      * Shared corporate-contract working-storage. COPY into
      * WORKING-STORAGE SECTION. Each table entry has the same layout
      * as CORPORATE-CONTRACT-RECORD. See CORPP.cpy for the load,
      * lookup and save paragraphs.
      *----------------------------------------------------------------*
       01  WS-CORP-PATH      PIC X(60)
           VALUE "..\corporate-contracts.txt".
       01  WS-CORP-ENV-VALUE PIC X(60).
       01  WS-CORP-STATUS    PIC XX.

       01  WS-CORP-COUNT PIC 99 VALUE ZERO.
       01  WS-CORP-TABLE.
           05 WS-CORP-ENTRY OCCURS 50 TIMES INDEXED BY CC-IDX.
               10 WS-CC-CONTRATO   PIC 9(5).
               10 WS-CC-EMPRESA    PIC X(30).
               10 WS-CC-NIF        PIC X(9).
               10 WS-CC-INICIO     PIC 9(8).
               10 WS-CC-FIM        PIC 9(8).
               10 WS-CC-TERMOS OCCURS 10 TIMES INDEXED BY CT-IDX.
                   15 WS-CC-DESCONTO PIC 99V99.
                   15 WS-CC-DIARIA   PIC 9999V99.
                   15 WS-CC-KM-INCL  PIC 999.
               10 WS-CC-CONDUTOR   PIC 9(5) OCCURS 10 TIMES
                   INDEXED BY CD-IDX.

      * "Y" quando o ficheiro tem mais linhas do que a tabela: quem
      * regrava a partir dela recusa-se a gravar nesse caso:
       01  WS-CORP-OVERFLOW PIC X VALUE "N".
       01  WS-CORP-DIRTY    PIC X VALUE "N".

       01  WS-CORP-LOOKUP-NO     PIC 9(5).
       01  WS-CORP-LOOKUP-CUSTNO PIC 9(5).
       01  WS-CORP-LOOKUP-DATE   PIC 9(8).
       01  WS-CORP-FOUND         PIC X.
