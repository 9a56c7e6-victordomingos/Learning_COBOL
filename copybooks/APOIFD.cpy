      *----------------------------------------------------------------*
      * Shared payables open-items record. COPY into FILE SECTION.
      * One record per document owed to (or credited by) a supplier
      * of the SUPPLIER-MASTER: fuel invoices matched by
      * FUEL-INVOICE-MATCH, royalties and consignment settlements of
      * BOOKSTORE, credit notes of SUPPLIER-RETURNS (negative
      * amount). PAYMENT-PROPOSAL selects the open items due and
      * PAYMENT-RUN pays the approved ones. OI-TAXA / OI-IVA are the
      * VAT rate and the VAT included in OI-VALOR (deductible input
      * VAT for VAT-RETURN; zero where the document carries none).
      *----------------------------------------------------------------*
       FD  PAYABLES-LEDGER-FILE.
       01  PAYABLES-LEDGER-RECORD.
           05 OI-FORNEC    PIC X(30).
      *    COMB = fatura de combustivel, DAUT = direitos de autor,
      *    CONS = acerto de consignacao, NCRD = nota de credito:
           05 OI-ORIGEM    PIC X(4).
           05 OI-DOC       PIC X(10).
           05 OI-REF       PIC X(20).
           05 OI-DATA      PIC 9(8).
           05 OI-VENC      PIC 9(8).
           05 OI-VALOR     PIC S9(7)V99.
      *    A = em aberto, P = proposto para pagamento, G = pago:
           05 OI-STATUS    PIC X.
           05 OI-PAGAMENTO PIC 9(6).
           05 OI-DATA-PAGO PIC 9(8).
           05 OI-TAXA      PIC 99V99.
           05 OI-IVA       PIC S9(7)V99.
