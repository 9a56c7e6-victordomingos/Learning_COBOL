      *----------------------------------------------------------------*
      * Shared supplier-master record. COPY into FILE SECTION. One
      * record per payee of the accounts payable (SUPPLIERS): fuel
      * supplier, publishers and royalty authors. SU-FORNEC is the
      * name the payee carries on the documents that feed the
      * open-items ledger (the publisher or author name of the book
      * sales, the supplier of the returns, FUEL_SUPPLIER of
      * FUEL-INVOICE-MATCH).
      *----------------------------------------------------------------*
       FD  SUPPLIER-MASTER-FILE.
       01  SUPPLIER-MASTER-RECORD.
           05 SU-FORNEC  PIC X(30).
           05 SU-NOME    PIC X(40).
           05 SU-NIF     PIC X(9).
           05 SU-IBAN    PIC X(25).
      *    prazo de pagamento em dias apos a data do documento:
           05 SU-PRAZO   PIC 999.
