      *----------------------------------------------------------------*
      * Shared price-change event record. COPY into FILE SECTION.
      * One record per mid-day price change entered through
      * PRODUCT-MASTER-MAINT: the product, the old and new price, the
      * tank dip taken at the change and the cut-off mark -- how many
      * sale records were already in the day's GAS-SALES-FILE when the
      * price changed. PRODUCT-PRICES prices the records up to the
      * mark at the old price, splits the day's summaries there and
      * revalues the dipped stock.
      *----------------------------------------------------------------*
       FD  PRICE-CHANGE-FILE.
       01  PRICE-CHANGE-RECORD.
           05 PX-DATA      PIC 9(8).
           05 PX-HORA      PIC 9(4).
           05 PX-PRODUTO   PIC X(20).
           05 PX-MARCA     PIC 9(6).
           05 PX-OLD-PRECO PIC 9(5)V99.
           05 PX-NEW-PRECO PIC 9(5)V99.
           05 PX-DIP       PIC 9(7).
           05 PX-OPERATOR  PIC X(8).
