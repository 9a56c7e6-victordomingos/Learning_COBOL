      *----------------------------------------------------------------*
      * Shared payables open-items working-storage. COPY into
      * WORKING-STORAGE SECTION after SUPPWS.cpy. Each table entry
      * has the same layout as PAYABLES-LEDGER-RECORD. See APOIP.cpy
      * for the load, add and save paragraphs.
      *----------------------------------------------------------------*
       01  WS-APOI-PATH      PIC X(60)
           VALUE "..\payables-ledger.txt".
       01  WS-APOI-ENV-VALUE PIC X(60).
       01  WS-APOI-STATUS    PIC XX.

       01  WS-APOI-COUNT PIC 9(4) VALUE ZERO.
       01  WS-APOI-TABLE.
           05 WS-APOI-ENTRY OCCURS 2000 TIMES INDEXED BY OI-IDX.
               10 WS-OI-FORNEC    PIC X(30).
               10 WS-OI-ORIGEM    PIC X(4).
               10 WS-OI-DOC       PIC X(10).
               10 WS-OI-REF       PIC X(20).
               10 WS-OI-DATA      PIC 9(8).
               10 WS-OI-VENC      PIC 9(8).
               10 WS-OI-VALOR     PIC S9(7)V99.
               10 WS-OI-STATUS    PIC X.
               10 WS-OI-PAGAMENTO PIC 9(6).
               10 WS-OI-DATA-PAGO PIC 9(8).
               10 WS-OI-TAXA      PIC 99V99.
               10 WS-OI-IVA       PIC S9(7)V99.

      * "Y" quando o ficheiro tem mais linhas do que a tabela: quem
      * regrava a partir dela recusa-se a gravar nesse caso:
       01  WS-APOI-OVERFLOW PIC X VALUE "N".
       01  WS-APOI-DIRTY    PIC X VALUE "N".

      * documento a lancar por ADD-OPEN-ITEM-PROCEDURE (o vencimento
      * e calculado pelo prazo do fornecedor):
       01  WS-APOI-NEW.
           05 OIN-FORNEC PIC X(30).
           05 OIN-ORIGEM PIC X(4).
           05 OIN-DOC    PIC X(10).
           05 OIN-REF    PIC X(20).
           05 OIN-DATA   PIC 9(8).
           05 OIN-VALOR  PIC S9(7)V99.
      *    taxa de IVA e IVA incluido no valor (zero sem IVA):
           05 OIN-TAXA   PIC 99V99.
           05 OIN-IVA    PIC S9(7)V99.
      * Y = lancado, D = ja existia, N = tabela cheia:
       01  WS-APOI-ADDED    PIC X.
      * Y = fornecedor sem ficha (vence na data do documento):
       01  WS-APOI-NO-SUPP  PIC X.
