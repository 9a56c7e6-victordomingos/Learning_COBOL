      *----------------------------------------------------------------*
      * Shared SHOP-ITEMS master record. COPY into FILE SECTION. One
      * line per forecourt shop item (lubricants, screen wash,
      * car-wash tokens, accessories). The item code is what is
      * keyed at GAS-TILL and travels in FNAME/INAME like a fuel
      * grade name, so codes must not repeat a PRODUCT-MASTER name.
      *----------------------------------------------------------------*
       FD  SHOP-ITEMS-FILE.
       01  SHOP-ITEM-RECORD.
           05 SK-CODIGO    PIC X(20).
           05 SK-DESCRICAO PIC X(30).
           05 SK-PRECO     PIC 9(5)V99.
           05 SK-TAXA      PIC 99.
      *    existencia em unidades (negativa se se vendeu mais do que
      *    se deu entrada -- fica visivel na lista de reposicao):
           05 SK-STOCK     PIC S9(7).
      *    nivel de reposicao: com a existencia nesse nivel ou abaixo
      *    o artigo entra na lista de encomenda:
           05 SK-REORDER   PIC 9(7).
