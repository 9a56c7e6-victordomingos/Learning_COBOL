      *----------------------------------------------------------------*
      * Shared bookstore customer-ledger working-storage. COPY into
      * WORKING-STORAGE SECTION. See BLDGP.cpy for the paragraphs.
      *----------------------------------------------------------------*
       01  WS-BLDG-PATH      PIC X(60)
           VALUE "..\book-customer-ledger.txt".
       01  WS-BLDG-ENV-VALUE PIC X(60).
       01  WS-BLDG-STATUS    PIC XX.
       01  WS-BLDG-EOF       PIC X.
      *    ultimo numero de fatura do razao (o proximo e este + 1):
       01  WS-BLDG-LAST-FATURA PIC 9(6) VALUE ZERO.
