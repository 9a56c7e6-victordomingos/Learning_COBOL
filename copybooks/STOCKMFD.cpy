           05 SM-TITLE          PIC X(40).
           05 SM-ON-HAND        PIC 9(6).
           05 SM-REORDER-LEVEL  PIC 9(6).
      *    preco de venda ao publico recomendado pela editora (mesma
      *    unidade do FPRICE das vendas; zero = ainda sem PVP) e data
      *    desde a qual vigora, carregados pelo PRICE-LIST-IMPORT:
           05 SM-PVP            PIC 9(5).
           05 SM-PVP-DATA       PIC 9(8).
      *    proximo PVP ja anunciado, com a data em que entra em vigor
      *    (zero = nenhum):
           05 SM-PVP-NOVO       PIC 9(5).
           05 SM-PVP-NOVO-DATA  PIC 9(8).
      *    editora do titulo (a da ultima entrada; ate la a das
      *    vendas), data da ultima venda (BOOKSTORE) e da ultima
      *    entrada (GOODS-RECEIVED), para a antiguidade do stock
      *    (zero = ainda nenhuma):
           05 SM-EDITORA        PIC X(20).
           05 SM-ULT-VENDA      PIC 9(8).
           05 SM-ULT-ENTRADA    PIC 9(8).
      *    autor do titulo, tal como vem nas vendas (BOOKSTORE), para
      *    o caixa do balcao escrever vendas completas:
           05 SM-AUTOR          PIC X(30).
