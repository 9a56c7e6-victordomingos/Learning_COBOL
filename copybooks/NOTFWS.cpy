      *----------------------------------------------------------------*
      * Shared customer-notification outbox working-storage. COPY
      * into WORKING-STORAGE SECTION. The caller fills the WS-NTF-*
      * request fields; see NOTFP.cpy.
      *----------------------------------------------------------------*
       01  WS-NOTF-PATH      PIC X(60)
           VALUE "..\notification-outbox.txt".
       01  WS-NOTF-ENV-VALUE PIC X(60).
       01  WS-NOTF-STATUS    PIC XX.
       01  WS-NOTF-EOF       PIC X.

      * pedido de notificacao: programa, modelo, referencia, nome,
      * canal preferido (S/E, branco = nenhum) e os contactos da
      * ficha do cliente; variaveis do modelo em WS-NTF-VAR:
       01  WS-NTF-PROGRAMA PIC X(22).
       01  WS-NTF-MODELO   PIC X(12).
       01  WS-NTF-REF      PIC X(20).
       01  WS-NTF-NOME     PIC X(30).
       01  WS-NTF-CANAL    PIC X.
       01  WS-NTF-TELEFONE PIC X(15).
       01  WS-NTF-EMAIL    PIC X(40).
       01  WS-NTF-VARS.
           05 WS-NTF-VAR   PIC X(30) OCCURS 5 TIMES.
      * resposta: Y = posta na caixa, D = ja la estava, N = cliente
      * sem canal ou sem contacto (fica so a carta/lista):
       01  WS-NTF-QUEUED   PIC X.
       01  WS-NTF-DESTINO  PIC X(40).
       01  WS-NTF-SEQ      PIC 9(4) VALUE ZERO.
       01  WS-NTF-TIME     PIC 9(8).
       01  WS-NTF-N-QUEUED PIC 9(5) VALUE ZERO.
