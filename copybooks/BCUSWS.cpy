      *----------------------------------------------------------------*
      * Shared bookstore customer-master working-storage. COPY into
      * WORKING-STORAGE SECTION. See BCUSP.cpy for the load, lookup
      * and save paragraphs. WS-BC-SALDO (balance owed),
      * WS-BC-FATURA (invoice number opened in this run) and
      * WS-BC-LINHAS (lines on that invoice so far) are not stored on
      * the master -- the balance comes from the customer ledger (see
      * BLDGP.cpy).
      *----------------------------------------------------------------*
       01  WS-BCUS-PATH      PIC X(60) VALUE "..\book-customers.txt".
       01  WS-BCUS-ENV-VALUE PIC X(60).
       01  WS-BCUS-STATUS    PIC XX.

       01  WS-BCUS-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BCUS-TABLE.
           05 WS-BCUS-ENTRY OCCURS 100 TIMES INDEXED BY BC-IDX.
               10 WS-BC-REF      PIC X(10).
               10 WS-BC-NOME     PIC X(30).
               10 WS-BC-NIF      PIC 9(9).
               10 WS-BC-LIMITE   PIC 9(7)V99.
               10 WS-BC-PRAZO    PIC 999.
               10 WS-BC-DESCONTO PIC 99.
               10 WS-BC-SALDO    PIC S9(8)V99.
               10 WS-BC-FATURA   PIC 9(6).
               10 WS-BC-LINHAS   PIC 999.

       01  WS-BCUS-LOOKUP-REF PIC X(10).
       01  WS-BCUS-FOUND      PIC X.
