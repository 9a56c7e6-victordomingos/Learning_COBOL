      *    dinheiro com cartao de cliente (zero = produto sem
      *    pontos):
           05 PM-PONTOS   PIC 9V99.
      *    imposto sobre os produtos petroliferos (ISP) em euros por
      *    litro, em vigor na mesma data do preco; entra no valor da
      *    linha antes do IVA e e entregue ao Estado (zero = produto
      *    sem ISP):
           05 PM-ISP      PIC 9V9(4).
