       01  STUDENT-ACCOUNT-RECORD.
           05 SA-NUMERO PIC 9(5).
           05 SA-DATA   PIC 9(8).
      *    C = debito (propina faturada), P = pagamento recebido,
      *    B = bolsa/desconto atribuido (credito com a referencia da
      *    atribuicao em SA-DESC):
           05 SA-TIPO   PIC X.
           05 SA-AMOUNT PIC 9(6)V99.
           05 SA-DESC   PIC X(20).
