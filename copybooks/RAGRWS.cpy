      *----------------------------------------------------------------*
      * Shared rental-agreement working-storage. COPY into
      * WORKING-STORAGE SECTION. See RAGRP.cpy for the load, lookup
      * and save paragraphs.
      *----------------------------------------------------------------*
       01  WS-RAGR-PATH      PIC X(60)
           VALUE "..\rental-agreements.txt".
       01  WS-RAGR-ENV-VALUE PIC X(60).
       01  WS-RAGR-STATUS    PIC XX.

       01  WS-RAGR-COUNT PIC 9(3) VALUE ZERO.
       01  WS-RAGR-TABLE.
           05 WS-RAGR-ENTRY OCCURS 500 TIMES INDEXED BY RA-IDX.
               10 WS-RA-NUMERO     PIC 9(6).
               10 WS-RA-CUSTNO     PIC 9(5).
               10 WS-RA-PLATE      PIC X(8).
               10 WS-RA-PLAN       PIC X.
               10 WS-RA-RES-PICKUP PIC 9(8).
               10 WS-RA-BRANCH     PIC X(3).
               10 WS-RA-LEVANT     PIC 9(8).
               10 WS-RA-PREVISTA   PIC 9(8).
               10 WS-RA-KM-SAIDA   PIC 9(6).
               10 WS-RA-FUEL-SAIDA PIC 999.
               10 WS-RA-STATUS     PIC X.
               10 WS-RA-DEVOL      PIC 9(8).
               10 WS-RA-KM-ENTRADA PIC 9(6).
               10 WS-RA-OPERADOR   PIC X(8).
               10 WS-RA-CONDUTOR   PIC 9(5) OCCURS 2 TIMES.

      * "Y" quando o ficheiro tem mais linhas do que a tabela: quem
      * regrava a partir dela recusa-se a gravar nesse caso:
       01  WS-RAGR-OVERFLOW PIC X VALUE "N".
       01  WS-RAGR-DIRTY    PIC X VALUE "N".
      * maior numero de contrato lido (o proximo e este mais um):
       01  WS-RAGR-LAST-NO  PIC 9(6) VALUE ZERO.

       01  WS-RAGR-LOOKUP-PLATE PIC X(8).
       01  WS-RAGR-FOUND        PIC X.
