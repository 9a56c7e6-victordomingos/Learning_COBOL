      *----------------------------------------------------------------*
      * Shared staff-purchases working-storage. COPY into
      * WORKING-STORAGE SECTION. See STFPP.cpy for the paragraphs
      * that append a purchase at sale time, and for the payroll side
      * that loads the open lines, recovers them from net pay and
      * saves the remaining balances back.
      *----------------------------------------------------------------*
       01  WS-STFP-PATH      PIC X(60) VALUE "..\staff-purchases.txt".
       01  WS-STFP-ENV-VALUE PIC X(60).
       01  WS-STFP-STATUS    PIC XX.

      * desconto de pessoal (percentagem sobre o valor da linha com
      * IVA), por negocio:
       01  WS-STFP-FUEL-PCT  PIC 99V99 VALUE 5.00.
       01  WS-STFP-BOOK-PCT  PIC 99V99 VALUE 10.00.
      * teto mensal recuperado na folha; o resto carrega para o mes
      * seguinte:
       01  WS-STFP-CAP       PIC 9(5)V99 VALUE 150.00.

      * entradas para WRITE-STAFF-PURCHASE-PROCEDURE (o chamador
      * indica a linha com IVA e a percentagem; o desconto e o
      * liquido saem calculados):
       01  WS-STFP-NUMERO    PIC 9(5).
       01  WS-STFP-DATA      PIC 9(8).
       01  WS-STFP-ORIGEM    PIC X.
       01  WS-STFP-DESCR     PIC X(20).
       01  WS-STFP-VALUE     PIC S9(6)V99.
       01  WS-STFP-PCT       PIC 99V99.
       01  WS-STFP-DISCOUNT  PIC S9(6)V99.
       01  WS-STFP-NET       PIC S9(6)V99.

       01  WS-STFP-COUNT PIC 9(3) VALUE ZERO.
       01  WS-STFP-TABLE.
           05 WS-STFP-ENTRY OCCURS 500 TIMES INDEXED BY SP-IDX.
               10 WS-SP-NUMERO   PIC 9(5).
               10 WS-SP-DATA     PIC 9(8).
               10 WS-SP-ORIGEM   PIC X.
               10 WS-SP-DESCR    PIC X(20).
               10 WS-SP-VALUE    PIC S9(6)V99.
               10 WS-SP-DISCOUNT PIC S9(6)V99.
               10 WS-SP-NET      PIC S9(6)V99.
               10 WS-SP-SALDO    PIC S9(6)V99.

      * "Y" quando o ficheiro tem mais linhas do que a tabela: quem
      * regrava a partir da tabela recusa-se a gravar, senao
      * truncaria as compras alem das 500 carregadas:
       01  WS-STFP-OVERFLOW PIC X VALUE "N".

      * "Y" quando algum saldo foi abatido e o ficheiro precisa de
      * ser regravado no fim da execucao:
       01  WS-STFP-DIRTY    PIC X VALUE "N".

      * entradas para RECOVER-STAFF-PURCHASES-PROCEDURE: funcionario,
      * liquido disponivel, teto a aplicar (o fecho de contas passa
      * o saldo inteiro) e data limite das compras a recuperar; a
      * saida e o montante recuperado e o que fica em divida:
       01  WS-STFP-LOOKUP-NUMERO PIC 9(5).
       01  WS-STFP-AVAILABLE     PIC 9(6)V99.
       01  WS-STFP-LIMIT         PIC 9(7)V99.
       01  WS-STFP-CUTOFF        PIC 9(8).
       01  WS-STFP-RECOVERED     PIC 9(6)V99.
       01  WS-STFP-REMAINING     PIC S9(7)V99.
       01  WS-STFP-OWED          PIC S9(7)V99.
       01  WS-STFP-POOL          PIC 9(7)V99.
