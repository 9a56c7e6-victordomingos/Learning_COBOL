      *----------------------------------------------------------------*
      * Shared bookstore customer-master record. COPY into FILE
      * SECTION. One record per institutional customer (schools,
      * municipal libraries): the reference BOOKSTORE validates
      * FCUSTREF against, tax number, credit limit, payment terms and
      * the agreed discount that replaces the keyed FDISCOUNT.
      * Maintained by BOOK-CUSTOMERS.
      *----------------------------------------------------------------*
       FD  BOOK-CUSTOMER-FILE.
       01  BOOK-CUSTOMER-RECORD.
           05 BC-REF      PIC X(10).
           05 BC-NOME     PIC X(30).
           05 BC-NIF      PIC 9(9).
           05 BC-LIMITE   PIC 9(7)V99.
      *    prazo de pagamento em dias; 0 = pronto pagamento (o cliente
      *    tem o desconto acordado mas paga no balcao, sem conta):
           05 BC-PRAZO    PIC 999.
           05 BC-DESCONTO PIC 99.
