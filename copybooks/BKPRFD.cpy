      *----------------------------------------------------------------*
      * Shared book-list order proposals record. COPY into FILE
      * SECTION. One line per shortfall the operator confirmed on a
      * BOOKLIST-FORECAST run: ISBN, quantity to order, date of the
      * forecast and status (P = pendente, E = encomendada, R =
      * recusada). PURCHASE-ORDERS offers the pending lines as
      * proposals and, once ordered, records the PO number on them.
      *----------------------------------------------------------------*
       FD  BOOKLIST-PROPOSAL-FILE.
       01  BOOKLIST-PROPOSAL-RECORD.
           05 BP-ISBN      PIC X(13).
           05 BP-QTY       PIC 9(4).
           05 BP-DATA      PIC 9(8).
           05 BP-STATUS    PIC X.
           05 BP-PO-NUMBER PIC 9(6).
