      *----------------------------------------------------------------*
      * Shared bookstore customer-ledger record. COPY into FILE
      * SECTION. Append-only: BOOKSTORE posts each on-account sale
      * line under one invoice per customer and run ("F", or "C" for
      * a same-day reversal), BOOK-CUSTOMERS records the receipts
      * ("R") against the invoice they pay. BL-VALOR carries the
      * effect on the balance owed (receipts and credit notes are
      * negative).
      *----------------------------------------------------------------*
       FD  BOOK-LEDGER-FILE.
       01  BOOK-LEDGER-RECORD.
           05 BL-REF    PIC X(10).
           05 BL-FATURA PIC 9(6).
           05 BL-DATA   PIC 9(8).
           05 BL-TIPO   PIC X.
           05 BL-VALOR  PIC S9(8)V99.
           05 BL-DESC   PIC X(20).
